IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing17-35.
AUTHOR.  Michael Coughlan.
* Workshop booking diary.
* Applies booking transactions to the DiaryFile, which allocates
* open jobs (opened by Listing17-18) to a date, a bay and a
* mechanic:
*   "B" books a job - the job must be on the JobsFile and still
*       open, the mechanic on the MechanicFile (Listing17-34) and the
*       bay one of the workshop's bays.  The hours booked are the
*       hours keyed, or the job's labour hours when none are keyed,
*       so a long job can be split across days.  The booking is
*       refused once it would take the mechanic's booked hours for
*       the day past the mechanic's daily hours, or the bay's past
*       the hours the workshop is open;
*   "X" cancels a job's bookings for the date keyed, or all of the
*       job's bookings when no date is keyed.
* Refused transactions go to the ExceptionsFile.  The diary is kept
* in date, bay and mechanic order; Listing17-36 prints it as the
* daily workshop sheet and Listing17-37 measures bay utilisation
* from it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JobsFile ASSIGN TO "Listing17-18Jobs.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS JobNum-JF
        FILE STATUS IS JobStatus.

    SELECT MechanicFile ASSIGN TO "Listing17-34Mechanics.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MechanicNum-MM
        FILE STATUS IS MechanicStatus.

    SELECT DiaryFile ASSIGN TO "Listing17-35Diary.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DiaryStatus.

    SELECT TransFile ASSIGN TO "Listing17-35Trans.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ExceptionsFile ASSIGN TO "Listing17-35Exceptions.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

FD  MechanicFile.
01  MechanicRec-MM.
    02  MechanicNum-MM          PIC 9(3).
    02  MechanicName-MM         PIC X(25).
    02  DailyHours-MM           PIC 9(2)V9.

FD  DiaryFile.
01  DiaryRec.
    88  EndOfDiaryFile          VALUE HIGH-VALUES.
    02  BookingDate-DY          PIC 9(8).
    02  BayNum-DY               PIC 9(2).
    02  MechanicNum-DY          PIC 9(3).
    02  JobNum-DY               PIC 9(5).
    02  BookedHours-DY          PIC 9(3)V9.

FD  TransFile.
01  BookingTransRec.
    88  EndOfTrans              VALUE HIGH-VALUES.
    02  TypeId-TF               PIC X.
        88  DoBooking           VALUE "B".
        88  DoCancellation      VALUE "X".
    02  JobNum-TF               PIC 9(5).
    02  BookingDate-TF          PIC X(8).
    02  BookingDateN-TF REDEFINES BookingDate-TF
                                PIC 9(8).
    02  BayNum-TF               PIC 9(2).
    02  MechanicNum-TF          PIC 9(3).
*   Spaces book the job's labour hours.
    02  BookedHours-TF          PIC X(4).
    02  BookedHoursN-TF REDEFINES BookedHours-TF
                                PIC 9(3)V9.

FD  ExceptionsFile.
01  ExceptionRec                PIC X(58).

WORKING-STORAGE SECTION.
01  ExceptionLine.
    02  ExcJobNum               PIC 9(5).
    02  FILLER                  PIC XXX VALUE " - ".
    02  ExcText                 PIC X(50).

01  JobStatus                   PIC XX.
    88  JobFound                VALUE "00".

01  MechanicStatus              PIC XX.
    88  MechanicFound           VALUE "00".

01  DiaryStatus                 PIC XX.
    88  NoDiaryFileYet          VALUE "35".

*  The workshop's bays and the hours a day it is open - a bay cannot
*  be booked for longer than that.  Listing17-37 uses the same
*  figures for bay utilisation.
01  WorkshopBays                PIC 9(2) VALUE 6.
01  BayHoursPerDay              PIC 9(2)V9 VALUE 10.0.

01  DiaryTable.
    02  DiaryEntry OCCURS 3000 TIMES.
        03  DT-BookingDate      PIC 9(8).
        03  DT-BayNum           PIC 9(2).
        03  DT-MechanicNum      PIC 9(3).
        03  DT-JobNum           PIC 9(5).
        03  DT-BookedHours      PIC 9(3)V9.
01  DiaryCount                  PIC 9(4) VALUE ZERO.
01  DiaryIdx                    PIC 9(4).
01  KeptCount                   PIC 9(4).
01  SubscriptA                  PIC 9(4).
01  SubscriptB                  PIC 9(4).
01  SwapDiaryEntry              PIC X(22).

01  HoursToBook                 PIC 9(3)V9.
01  MechanicDayHours            PIC 9(3)V9.
01  BayDayHours                 PIC 9(3)V9.
01  BookingsCancelled           PIC 9(4).

01  AppliedCounts.
    02  BookingsMade            PIC 9(4) VALUE ZERO.
    02  CancellationsMade       PIC 9(4) VALUE ZERO.
    02  TransRejected           PIC 9(4) VALUE ZERO.
01  PrnCount                    PIC ZZZ9.
01  PrnHours                    PIC ZZ9.9.

PROCEDURE DIVISION.
Begin.
    PERFORM LoadDiaryTable
    OPEN INPUT JobsFile
    OPEN INPUT MechanicFile
    OPEN INPUT TransFile
    OPEN OUTPUT ExceptionsFile
    READ TransFile
       AT END SET EndOfTrans TO TRUE
    END-READ
    PERFORM ApplyBookingTransactions UNTIL EndOfTrans
    CLOSE JobsFile, MechanicFile, TransFile, ExceptionsFile
    PERFORM SortDiaryTable
    PERFORM SaveDiaryTable
    MOVE BookingsMade TO PrnCount
    DISPLAY "Bookings made         - " PrnCount
    MOVE CancellationsMade TO PrnCount
    DISPLAY "Bookings cancelled    - " PrnCount
    MOVE TransRejected TO PrnCount
    DISPLAY "Rejected              - " PrnCount
    STOP RUN.

LoadDiaryTable.
    OPEN INPUT DiaryFile
    IF NoDiaryFileYet
       EXIT PARAGRAPH
    END-IF
    READ DiaryFile
       AT END SET EndOfDiaryFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfDiaryFile
       PERFORM CheckDiaryRoom
       ADD 1 TO DiaryCount
       MOVE DiaryRec TO DiaryEntry(DiaryCount)
       READ DiaryFile
          AT END SET EndOfDiaryFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE DiaryFile.

CheckDiaryRoom.
    IF DiaryCount NOT LESS THAN 3000
       DISPLAY "More than 3000 diary bookings - the table must be "
               "enlarged before this run."
       STOP RUN
    END-IF.

ApplyBookingTransactions.
    EVALUATE TRUE
       WHEN DoBooking      PERFORM BookJob
       WHEN DoCancellation PERFORM CancelJobBookings
       WHEN OTHER
            MOVE "Unrecognised transaction type" TO ExcText
            PERFORM RejectTransaction
    END-EVALUATE
    READ TransFile
       AT END SET EndOfTrans TO TRUE
    END-READ.

RejectTransaction.
    MOVE JobNum-TF TO ExcJobNum
    WRITE ExceptionRec FROM ExceptionLine
    ADD 1 TO TransRejected.

BookJob.
    IF BookingDate-TF NOT NUMERIC
       OR FUNCTION TEST-DATE-YYYYMMDD(BookingDateN-TF) NOT = ZERO
       MOVE "Booking refused - booking date is not valid" TO ExcText
       PERFORM RejectTransaction
       EXIT PARAGRAPH
    END-IF
    IF BayNum-TF < 1 OR BayNum-TF > WorkshopBays
       MOVE "Booking refused - no such bay" TO ExcText
       PERFORM RejectTransaction
       EXIT PARAGRAPH
    END-IF
    MOVE JobNum-TF TO JobNum-JF
    READ JobsFile
       INVALID KEY CONTINUE
    END-READ
    IF NOT JobFound
       MOVE "Booking refused - no such job" TO ExcText
       PERFORM RejectTransaction
       EXIT PARAGRAPH
    END-IF
    IF JobClosed
       MOVE "Booking refused - job is closed" TO ExcText
       PERFORM RejectTransaction
       EXIT PARAGRAPH
    END-IF
    MOVE MechanicNum-TF TO MechanicNum-MM
    READ MechanicFile
       INVALID KEY CONTINUE
    END-READ
    IF NOT MechanicFound
       MOVE "Booking refused - no such mechanic" TO ExcText
       PERFORM RejectTransaction
       EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
       WHEN BookedHours-TF = SPACES
            MOVE LabourHours-JF TO HoursToBook
       WHEN BookedHours-TF IS NUMERIC
            MOVE BookedHoursN-TF TO HoursToBook
       WHEN OTHER
            MOVE "Booking refused - hours must be 4 digits" TO ExcText
            PERFORM RejectTransaction
            EXIT PARAGRAPH
    END-EVALUATE
    IF HoursToBook = ZERO
       MOVE "Booking refused - no hours to book" TO ExcText
       PERFORM RejectTransaction
       EXIT PARAGRAPH
    END-IF
    PERFORM TotalDayBookings
    IF MechanicDayHours + HoursToBook > DailyHours-MM
       MOVE SPACES TO ExcText
       MOVE MechanicDayHours TO PrnHours
       STRING "Booking refused - mechanic's day has "
              PrnHours " hrs" DELIMITED BY SIZE INTO ExcText
       PERFORM RejectTransaction
       EXIT PARAGRAPH
    END-IF
    IF BayDayHours + HoursToBook > BayHoursPerDay
       MOVE SPACES TO ExcText
       MOVE BayDayHours TO PrnHours
       STRING "Booking refused - bay's day has "
              PrnHours " hrs" DELIMITED BY SIZE INTO ExcText
       PERFORM RejectTransaction
       EXIT PARAGRAPH
    END-IF
    PERFORM CheckDiaryRoom
    ADD 1 TO DiaryCount
    MOVE BookingDateN-TF TO DT-BookingDate(DiaryCount)
    MOVE BayNum-TF       TO DT-BayNum(DiaryCount)
    MOVE MechanicNum-TF  TO DT-MechanicNum(DiaryCount)
    MOVE JobNum-TF       TO DT-JobNum(DiaryCount)
    MOVE HoursToBook     TO DT-BookedHours(DiaryCount)
    ADD 1 TO BookingsMade.

TotalDayBookings.
    MOVE ZERO TO MechanicDayHours, BayDayHours
    PERFORM VARYING DiaryIdx FROM 1 BY 1
            UNTIL DiaryIdx > DiaryCount
       IF DT-BookingDate(DiaryIdx) = BookingDateN-TF
          IF DT-MechanicNum(DiaryIdx) = MechanicNum-TF
             ADD DT-BookedHours(DiaryIdx) TO MechanicDayHours
          END-IF
          IF DT-BayNum(DiaryIdx) = BayNum-TF
             ADD DT-BookedHours(DiaryIdx) TO BayDayHours
          END-IF
       END-IF
    END-PERFORM.

CancelJobBookings.
*   Close the table up over the cancelled bookings.
    MOVE ZERO TO KeptCount, BookingsCancelled
    PERFORM VARYING DiaryIdx FROM 1 BY 1
            UNTIL DiaryIdx > DiaryCount
       IF DT-JobNum(DiaryIdx) = JobNum-TF
          AND (BookingDate-TF = SPACES
               OR DT-BookingDate(DiaryIdx) = BookingDateN-TF)
          ADD 1 TO BookingsCancelled
       ELSE
          ADD 1 TO KeptCount
          MOVE DiaryEntry(DiaryIdx) TO DiaryEntry(KeptCount)
       END-IF
    END-PERFORM
    MOVE KeptCount TO DiaryCount
    IF BookingsCancelled = ZERO
       MOVE "Cancellation refused - no such booking" TO ExcText
       PERFORM RejectTransaction
    ELSE
       ADD BookingsCancelled TO CancellationsMade
    END-IF.

SortDiaryTable.
* Bubble sort on date, bay then mechanic - new bookings are few.
    PERFORM VARYING SubscriptA FROM 1 BY 1
            UNTIL SubscriptA >= DiaryCount
       PERFORM VARYING SubscriptB FROM 1 BY 1
               UNTIL SubscriptB > DiaryCount - SubscriptA
          IF DiaryEntry(SubscriptB)(1:13)
             > DiaryEntry(SubscriptB + 1)(1:13)
             MOVE DiaryEntry(SubscriptB) TO SwapDiaryEntry
             MOVE DiaryEntry(SubscriptB + 1)
                  TO DiaryEntry(SubscriptB)
             MOVE SwapDiaryEntry TO DiaryEntry(SubscriptB + 1)
          END-IF
       END-PERFORM
    END-PERFORM.

SaveDiaryTable.
    OPEN OUTPUT DiaryFile
    PERFORM VARYING DiaryIdx FROM 1 BY 1
            UNTIL DiaryIdx > DiaryCount
       WRITE DiaryRec FROM DiaryEntry(DiaryIdx)
    END-PERFORM
    CLOSE DiaryFile.
