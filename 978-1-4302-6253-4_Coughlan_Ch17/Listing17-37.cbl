IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing17-37.
AUTHOR.  Michael Coughlan.
* Monthly workshop efficiency report.
* For the month keyed, compares each mechanic's billed hours with
* the hours the mechanic actually clocked, from the ClockFile the
* job run (Listing17-18) writes as jobs close - a job's billed
* labour hours are shared between its mechanics in proportion to
* the time each clocked.  Efficiency is billed over clocked: over
* 100% means the job was done inside the hours the customer paid
* for, under 100% means the workshop gave time away.
* The second part shows bay utilisation from the booking diary
* (Listing17-35): the hours booked into each bay over the month
* against the hours the workshop was open on the month's working
* days (Monday to Friday).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ClockFile ASSIGN TO "Listing17-18Clock.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ClockStatus.

    SELECT DiaryFile ASSIGN TO "Listing17-35Diary.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DiaryStatus.

    SELECT MechanicFile ASSIGN TO "Listing17-34Mechanics.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MechanicNum-MM
        FILE STATUS IS MechanicStatus.

DATA DIVISION.
FILE SECTION.
FD  ClockFile.
01  ClockRec.
    88  EndOfClockFile          VALUE HIGH-VALUES.
    02  JobNum-CK               PIC 9(5).
    02  MechanicNum-CK          PIC 9(3).
    02  DateClosed-CK.
        03  MonthClosed-CK      PIC 9(6).
        03  FILLER              PIC 99.
    02  ClockedHours-CK         PIC 9(3)V9.
    02  BilledHours-CK          PIC 9(3)V9.

FD  DiaryFile.
01  DiaryRec.
    88  EndOfDiaryFile          VALUE HIGH-VALUES.
    02  BookingDate-DY.
        03  BookingMonth-DY     PIC 9(6).
        03  FILLER              PIC 99.
    02  BayNum-DY               PIC 9(2).
    02  MechanicNum-DY          PIC 9(3).
    02  JobNum-DY               PIC 9(5).
    02  BookedHours-DY          PIC 9(3)V9.

FD  MechanicFile.
01  MechanicRec-MM.
    02  MechanicNum-MM          PIC 9(3).
    02  MechanicName-MM         PIC X(25).
    02  DailyHours-MM           PIC 9(2)V9.

WORKING-STORAGE SECTION.
01  ClockStatus                 PIC XX.
    88  NoClockFile             VALUE "35".

01  DiaryStatus                 PIC XX.
    88  NoDiaryFile             VALUE "35".

01  MechanicStatus              PIC XX.
    88  NoMechanicFile          VALUE "35".

*  The workshop's bays and the hours a day it is open, as in the
*  booking diary run (Listing17-35).
01  WorkshopBays                PIC 9(2) VALUE 6.
01  BayHoursPerDay              PIC 9(2)V9 VALUE 10.0.

01  ReportMonth                 PIC 9(6).
01  ReportDate.
    02  ReportDateMonth         PIC 9(6).
    02  ReportDateDay           PIC 99.
01  ReportDateN REDEFINES ReportDate PIC 9(8).
01  DayOfWeek                   PIC 9.
    88  WorkingDay              VALUE 1 THRU 5.
01  WorkingDays                 PIC 99 VALUE ZERO.

01  MechanicTable.
    02  MechanicEntry OCCURS 500 TIMES.
        03  MT-MechanicNum      PIC 9(3).
        03  MT-JobCount         PIC 9(4).
        03  MT-BilledHours      PIC 9(5)V9.
        03  MT-ClockedHours     PIC 9(5)V9.
01  MechanicCount               PIC 9(3) VALUE ZERO.
01  MechanicIdx                 PIC 9(3).
01  FoundIdx                    PIC 9(3).
01  SubscriptA                  PIC 9(3).
01  SubscriptB                  PIC 9(3).
01  SwapMechanicEntry           PIC X(19).

01  BayTable.
    02  BayBookedHours OCCURS 99 TIMES PIC 9(5)V9.
01  BayNum                      PIC 9(2).
01  BayCapacity                 PIC 9(5)V9.

01  Efficiency                  PIC 9(4).
01  Utilisation                 PIC 9(3).

01  Totals.
    02  TotalJobs               PIC 9(5) VALUE ZERO.
    02  TotalBilled             PIC 9(6)V9 VALUE ZERO.
    02  TotalClocked            PIC 9(6)V9 VALUE ZERO.
    02  TotalBooked             PIC 9(6)V9 VALUE ZERO.

01  EfficiencyHeading.
    02  FILLER                  PIC X(36) VALUE
        "Mech Name                       Jobs".
    02  FILLER                  PIC X(30) VALUE
        "   Billed  Clocked  Efficiency".

01  EfficiencyLine.
    02  PrnMechanicNum          PIC X(3).
    02  FILLER                  PIC X(2) VALUE SPACES.
    02  PrnMechanicName         PIC X(25).
    02  FILLER                  PIC X(2) VALUE SPACES.
    02  PrnJobCount             PIC ZZZ9.
    02  FILLER                  PIC X(2) VALUE SPACES.
    02  PrnBilledHours          PIC ZZZZ9.9.
    02  FILLER                  PIC X(2) VALUE SPACES.
    02  PrnClockedHours         PIC ZZZZ9.9.
    02  FILLER                  PIC X(6) VALUE SPACES.
    02  PrnEfficiency           PIC ZZZ9.
    02  FILLER                  PIC X VALUE "%".

01  UtilisationHeading          PIC X(50) VALUE
    "Bay    Booked  Available  Utilisation".

01  UtilisationLine.
    02  PrnBayNum               PIC ZZ.
    02  FILLER                  PIC X(2) VALUE SPACES.
    02  PrnBayBooked            PIC ZZZZ9.9.
    02  FILLER                  PIC X(4) VALUE SPACES.
    02  PrnBayCapacity          PIC ZZZZ9.9.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  PrnUtilisation          PIC ZZ9.
    02  FILLER                  PIC X VALUE "%".

PROCEDURE DIVISION.
Begin.
    DISPLAY "Efficiency report for month (YYYYMM) - "
            WITH NO ADVANCING
    ACCEPT ReportMonth
    PERFORM LoadMonthsClockings
    PERFORM SortMechanicTable
    OPEN INPUT MechanicFile
    DISPLAY "***** WORKSHOP EFFICIENCY - " ReportMonth " *****"
    DISPLAY EfficiencyHeading
    PERFORM PrintMechanicEfficiency
            VARYING MechanicIdx FROM 1 BY 1
            UNTIL MechanicIdx > MechanicCount
    IF MechanicCount = ZERO
       DISPLAY "No time was clocked on jobs closed in " ReportMonth
    ELSE
       MOVE SPACES TO PrnMechanicNum
       MOVE "All mechanics" TO PrnMechanicName
       MOVE TotalJobs    TO PrnJobCount
       MOVE TotalBilled  TO PrnBilledHours
       MOVE TotalClocked TO PrnClockedHours
       COMPUTE Efficiency ROUNDED = TotalBilled * 100 / TotalClocked
       MOVE Efficiency TO PrnEfficiency
       DISPLAY EfficiencyLine
    END-IF
    IF NOT NoMechanicFile
       CLOSE MechanicFile
    END-IF
    PERFORM CountWorkingDays
    PERFORM LoadMonthsBookings
    COMPUTE BayCapacity = WorkingDays * BayHoursPerDay
    DISPLAY " "
    DISPLAY "***** BAY UTILISATION - " ReportMonth " - "
            WorkingDays " working days *****"
    DISPLAY UtilisationHeading
    PERFORM PrintBayUtilisation
            VARYING BayNum FROM 1 BY 1 UNTIL BayNum > WorkshopBays
    MOVE ZERO TO PrnBayNum
    MOVE TotalBooked TO PrnBayBooked
    COMPUTE PrnBayCapacity = BayCapacity * WorkshopBays
    IF BayCapacity = ZERO
       MOVE ZERO TO Utilisation
    ELSE
       COMPUTE Utilisation ROUNDED =
               TotalBooked * 100 / (BayCapacity * WorkshopBays)
    END-IF
    MOVE Utilisation TO PrnUtilisation
    DISPLAY UtilisationLine " all bays"
    STOP RUN.

LoadMonthsClockings.
    OPEN INPUT ClockFile
    IF NoClockFile
       EXIT PARAGRAPH
    END-IF
    READ ClockFile
       AT END SET EndOfClockFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfClockFile
       IF MonthClosed-CK = ReportMonth
          PERFORM AddClocking
       END-IF
       READ ClockFile
          AT END SET EndOfClockFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE ClockFile.

AddClocking.
    MOVE ZERO TO FoundIdx
    PERFORM VARYING MechanicIdx FROM 1 BY 1
            UNTIL MechanicIdx > MechanicCount
               OR FoundIdx NOT = ZERO
       IF MT-MechanicNum(MechanicIdx) = MechanicNum-CK
          MOVE MechanicIdx TO FoundIdx
       END-IF
    END-PERFORM
    IF FoundIdx = ZERO
       IF MechanicCount NOT LESS THAN 500
          DISPLAY "More than 500 mechanics - the table must be "
                  "enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO MechanicCount
       MOVE MechanicCount TO FoundIdx
       MOVE MechanicNum-CK TO MT-MechanicNum(FoundIdx)
       MOVE ZEROS TO MT-JobCount(FoundIdx), MT-BilledHours(FoundIdx),
                     MT-ClockedHours(FoundIdx)
    END-IF
    ADD 1 TO MT-JobCount(FoundIdx)
    ADD BilledHours-CK  TO MT-BilledHours(FoundIdx)
    ADD ClockedHours-CK TO MT-ClockedHours(FoundIdx).

SortMechanicTable.
* Bubble sort on MechanicNum - the table is small.
    PERFORM VARYING SubscriptA FROM 1 BY 1
            UNTIL SubscriptA >= MechanicCount
       PERFORM VARYING SubscriptB FROM 1 BY 1
               UNTIL SubscriptB > MechanicCount - SubscriptA
          IF MT-MechanicNum(SubscriptB)
             > MT-MechanicNum(SubscriptB + 1)
             MOVE MechanicEntry(SubscriptB) TO SwapMechanicEntry
             MOVE MechanicEntry(SubscriptB + 1)
                  TO MechanicEntry(SubscriptB)
             MOVE SwapMechanicEntry TO MechanicEntry(SubscriptB + 1)
          END-IF
       END-PERFORM
    END-PERFORM.

PrintMechanicEfficiency.
    MOVE MT-MechanicNum(MechanicIdx) TO MechanicNum-MM, PrnMechanicNum
    IF NoMechanicFile
       MOVE "** unknown mechanic **" TO MechanicName-MM
    ELSE
       READ MechanicFile
          INVALID KEY MOVE "** unknown mechanic **"
                           TO MechanicName-MM
       END-READ
    END-IF
    MOVE MechanicName-MM TO PrnMechanicName
    MOVE MT-JobCount(MechanicIdx)     TO PrnJobCount
    MOVE MT-BilledHours(MechanicIdx)  TO PrnBilledHours
    MOVE MT-ClockedHours(MechanicIdx) TO PrnClockedHours
    COMPUTE Efficiency ROUNDED = MT-BilledHours(MechanicIdx) * 100
                               / MT-ClockedHours(MechanicIdx)
    MOVE Efficiency TO PrnEfficiency
    DISPLAY EfficiencyLine
    ADD MT-JobCount(MechanicIdx)     TO TotalJobs
    ADD MT-BilledHours(MechanicIdx)  TO TotalBilled
    ADD MT-ClockedHours(MechanicIdx) TO TotalClocked.

CountWorkingDays.
    MOVE ReportMonth TO ReportDateMonth
    PERFORM VARYING ReportDateDay FROM 1 BY 1
            UNTIL ReportDateDay > 31
       IF FUNCTION TEST-DATE-YYYYMMDD(ReportDateN) = ZERO
          COMPUTE DayOfWeek = FUNCTION MOD
                  (FUNCTION INTEGER-OF-DATE(ReportDateN) - 1, 7) + 1
          IF WorkingDay
             ADD 1 TO WorkingDays
          END-IF
       END-IF
    END-PERFORM.

LoadMonthsBookings.
    MOVE ZEROS TO BayTable
    OPEN INPUT DiaryFile
    IF NoDiaryFile
       EXIT PARAGRAPH
    END-IF
    READ DiaryFile
       AT END SET EndOfDiaryFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfDiaryFile
       IF BookingMonth-DY = ReportMonth
          AND BayNum-DY > ZERO AND BayNum-DY NOT > WorkshopBays
          ADD BookedHours-DY TO BayBookedHours(BayNum-DY), TotalBooked
       END-IF
       READ DiaryFile
          AT END SET EndOfDiaryFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE DiaryFile.

PrintBayUtilisation.
    MOVE BayNum                 TO PrnBayNum
    MOVE BayBookedHours(BayNum) TO PrnBayBooked
    MOVE BayCapacity            TO PrnBayCapacity
    IF BayCapacity = ZERO
       MOVE ZERO TO Utilisation
    ELSE
       COMPUTE Utilisation ROUNDED =
               BayBookedHours(BayNum) * 100 / BayCapacity
    END-IF
    MOVE Utilisation TO PrnUtilisation
    DISPLAY UtilisationLine.
