IDENTIFICATION DIVISION.
PROGRAM-ID. Listing16-21.
AUTHOR.  Michael Coughlan.
* Morning exception digest.
* Every batch run writes its own exceptions file - the stock update
* (Listing10-5Err.dat), the telecoms billing run (Listing14-3Exc.dat),
* the video shop loans (Listing17-13Exceptions.dat), the bookshop
* orders (Listing18-4Exceptions.DAT) and a dozen more - and the
* morning operator used to open each one to find out whether the
* night had gone well.  This run reads them all for a business date
* and prints one digest:
*   - a red/amber/green line per subsystem, reds first, so the
*     problems to be dealt with before the counters open are seen
*     at a glance;
*   - for each exceptions file, the count of items for the date and
*     the count for the previous business date digested, the count
*     per category and the first few items as they were written;
*   - the totals for the day against the previous day.
* The exceptions files are registered on the digest register
* (Listing16-21Register.dat, kept by operations), one line per file:
*     subsystem                  X(10)
*     source (program) id        X(12)
*     exceptions file name       X(40)
*     category start position    999  - where in the line the
*     category length            99     reason text sits; a zero
*                                       length puts every item in one
*                                       category
*     date start position        999  - where a YYYYMMDD date sits in
*                                       the line; zero for a file the
*                                       run writes afresh each night,
*                                       which is taken whole
*     title                      X(30)
* A new batch program's exceptions file is added to the digest by
* adding its line to the register.  The thresholds file
* (Listing16-21Thresholds.dat) gives each subsystem the count at
* which it turns amber and the count at which it turns red - zero
* means never; a subsystem with no thresholds line turns amber on
* its first exception and never red.  A registered file that is not
* there at all turns its subsystem amber whatever the count, since
* the run that writes it may not have been made.
* Each digest adds the day's count per file to the digest history
* (Listing16-21History.dat), which is where the previous day's
* counts come from; a digest run again for the same date simply
* records the counts again and the later ones stand.
* The digest goes to a run-dated file on the shared report catalogue
* (CatalogueReport, Listing16-13sub).
* A blank business date means the last working day before today on
* the shared business calendar (BusinessCalendar, Listing16-22sub),
* so the Monday digest covers Friday and the morning after a bank
* holiday covers the working day before it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT RegisterFile ASSIGN TO "Listing16-21Register.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RegisterStatus.

       SELECT ThresholdFile ASSIGN TO "Listing16-21Thresholds.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ThresholdStatus.

       SELECT HistoryFile ASSIGN TO "Listing16-21History.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS HistoryStatus.

       SELECT ExceptionsFile ASSIGN TO ExceptionsFileName
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ExceptionsStatus.

       SELECT DigestReport ASSIGN TO ReportFileNameWS
                 ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RegisterFile.
01 RegisterRec.
   88 EndOfRegister    VALUE HIGH-VALUES.
   02 Subsystem-REG    PIC X(10).
   02 SourceId-REG     PIC X(12).
   02 FileName-REG     PIC X(40).
   02 CategoryStart-REG PIC 999.
   02 CategoryLength-REG PIC 99.
   02 DateStart-REG    PIC 999.
   02 Title-REG        PIC X(30).

FD ThresholdFile.
01 ThresholdRec.
   88 EndOfThresholds  VALUE HIGH-VALUES.
   02 Subsystem-THR    PIC X(10).
   02 AmberAt-THR      PIC 9(5).
   02 RedAt-THR        PIC 9(5).

FD HistoryFile.
01 HistoryRec.
   88 EndOfHistory     VALUE HIGH-VALUES.
   02 BusinessDate-HIS PIC 9(8).
   02 SourceId-HIS     PIC X(12).
   02 Count-HIS        PIC 9(5).

FD ExceptionsFile.
01 ExceptionRec        PIC X(160).
   88 EndOfExceptions  VALUE HIGH-VALUES.

FD DigestReport.
01 ReportLine          PIC X(80).

WORKING-STORAGE SECTION.
* The digest goes to a run-dated file recorded on the shared report
* catalogue (CatalogueReport, Listing16-13sub); reprints come from
* Listing16-13 instead of a rerun.
01 ReportFileNameWS       PIC X(40).
01 ReportIdWS             PIC X(12) VALUE "Listing16-21".
01 ReportDateWS           PIC 9(8).

01 RegisterStatus      PIC XX.
   88 NoRegister       VALUE "35".
01 ThresholdStatus     PIC XX.
   88 NoThresholds     VALUE "35".
01 HistoryStatus       PIC XX.
   88 NoHistoryYet     VALUE "35".
01 ExceptionsStatus    PIC XX.
   88 ExceptionsOpened VALUE "00".

01 ExceptionsFileName  PIC X(40).

01 EnteredDate         PIC X(8).
01 EnteredDateN REDEFINES EnteredDate
                       PIC 9(8).
01 TodaysDate          PIC 9(8).
01 BusinessDate        PIC 9(8).
01 BusinessDateX REDEFINES BusinessDate
                       PIC X(8).
01 PrevBusinessDate    PIC 9(8) VALUE ZERO.
01 BusinessDateInt     PIC 9(7).
01 DaysBack            PIC 999.
01 NoSecondDate        PIC 9(8) VALUE ZERO.

01 CalendarResult.
   02 ValidFlag-BC     PIC 9.
      88 DateValid-BC  VALUE 0.
      88 DateInvalid-BC VALUE 1.
   02 OnCalendar-BC    PIC X.
      88 DateOnCalendar-BC VALUE "Y", "P".
      88 DateOffCalendar-BC VALUE "N".
      88 ScanOffCalendar-BC VALUE "P".
   02 Working-BC       PIC X.
      88 WorkingDay-BC VALUE "Y".
      88 NonWorkingDay-BC VALUE "N".
   02 HolidayName-BC   PIC X(24).
   02 Period-BC        PIC 9(6).
   02 PeriodEndFlag-BC PIC X.
      88 PeriodEndDay-BC VALUE "Y".
   02 PeriodStart-BC   PIC 9(8).
   02 PeriodEnd-BC     PIC 9(8).
   02 NextWorkingDay-BC PIC 9(8).
   02 WorkingDays-BC   PIC 9(5).

01 FILLER              PIC X VALUE "n".
   88 FieldAccepted    VALUE "y".
   88 FieldRejected    VALUE "n".

* One entry per registered exceptions file, in register order.
01 SourceTable.
   02 SourceEntry OCCURS 60 TIMES.
      03 SR-Subsystem  PIC X(10).
      03 SR-SubsystemIdx PIC 99.
      03 SR-SourceId   PIC X(12).
      03 SR-FileName   PIC X(40).
      03 SR-CatStart   PIC 999.
      03 SR-CatLength  PIC 99.
      03 SR-DateStart  PIC 999.
      03 SR-Title      PIC X(30).
      03 SR-FileState  PIC X.
         88 SR-FileRead    VALUE "R".
         88 SR-FileMissing VALUE "M".
      03 SR-Count      PIC 9(5).
      03 SR-PrevCount  PIC 9(5).
      03 SR-OtherCount PIC 9(5).
      03 SR-ItemsHeld  PIC 9.
      03 SR-FirstItem  PIC X(74) OCCURS 5 TIMES.
01 SourceCount         PIC 99 VALUE ZERO.
01 SourceIdx           PIC 99.
01 FoundSourceIdx      PIC 99.
01 ItemIdx             PIC 9.

* The count per category for every file, each entry tagged with the
* file it came from.
01 CategoryTable.
   02 CategoryEntry OCCURS 300 TIMES.
      03 CT-SourceIdx  PIC 99.
      03 CT-Text       PIC X(30).
      03 CT-Count      PIC 9(5).
01 CategoryCount       PIC 999 VALUE ZERO.
01 CategoryIdx         PIC 999.
01 FoundCategoryIdx    PIC 999.
01 CategoryText        PIC X(30).

01 SubsystemTable.
   02 SubsystemEntry OCCURS 20 TIMES.
      03 SS-Name       PIC X(10).
      03 SS-AmberAt    PIC 9(5).
      03 SS-RedAt      PIC 9(5).
      03 SS-Count      PIC 9(5).
      03 SS-PrevCount  PIC 9(5).
      03 SS-Missing    PIC 99.
      03 SS-Status     PIC X(5).
         88 SS-Red     VALUE "RED".
         88 SS-Amber   VALUE "AMBER".
         88 SS-Green   VALUE "GREEN".
01 SubsystemCount      PIC 99 VALUE ZERO.
01 SubsystemIdx        PIC 99.
01 FoundSubsystemIdx   PIC 99.
01 StatusWanted        PIC X(5).

01 TotalCount          PIC 9(6) VALUE ZERO.
01 TotalPrevCount      PIC 9(6) VALUE ZERO.
01 RedCount            PIC 99 VALUE ZERO.
01 AmberCount          PIC 99 VALUE ZERO.
01 MissingCount        PIC 99 VALUE ZERO.
01 PrnCount            PIC Z9.

01 HeadingLine.
   02 FILLER           PIC X(27)
                       VALUE "MORNING EXCEPTION DIGEST - ".
   02 FILLER           PIC X(14) VALUE "BUSINESS DATE ".
   02 PrnBusinessDate  PIC 9(8).
   02 FILLER           PIC X(7) VALUE "   RUN ".
   02 PrnRunDate       PIC 9(8).

01 SectionLine         PIC X(80).

01 PreviousDateLine.
   02 FILLER           PIC X(29)
                       VALUE "Compared with the digest for ".
   02 PrnPrevDate      PIC 9(8).

01 StatusColumnLine.
   02 FILLER           PIC X(21) VALUE "  Status Subsystem   ".
   02 FILLER           PIC X(28)
                       VALUE "  Today  Previous   Change  ".
   02 FILLER           PIC X(13) VALUE "Files missing".

01 StatusLine.
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnStatus        PIC X(5).
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnSubsystem     PIC X(10).
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnToday         PIC ZZ,ZZ9.
   02 FILLER           PIC X(4) VALUE SPACES.
   02 PrnPrevious      PIC ZZ,ZZ9.
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnChange        PIC ++++,++9.
   02 FILLER           PIC X(4) VALUE SPACES.
   02 PrnMissing       PIC Z9 BLANK WHEN ZERO.

01 SourceHeadLine.
   02 PrnSourceSubsystem PIC X(10).
   02 FILLER           PIC X VALUE SPACE.
   02 PrnSourceId      PIC X(12).
   02 FILLER           PIC X VALUE SPACE.
   02 PrnTitle         PIC X(30).
   02 FILLER           PIC X VALUE SPACE.
   02 PrnSourceStatus  PIC X(5).

01 SourceCountLine.
   02 FILLER           PIC X(7) VALUE "  File ".
   02 PrnFileName      PIC X(30).
   02 FILLER           PIC X(7) VALUE " Today ".
   02 PrnSourceToday   PIC ZZ,ZZ9.
   02 FILLER           PIC X(10) VALUE "  Previous".
   02 PrnSourcePrev    PIC ZZ,ZZ9.

01 CategoryLine.
   02 FILLER           PIC X(4) VALUE SPACES.
   02 PrnCategory      PIC X(30).
   02 FILLER           PIC X(2) VALUE SPACES.
   02 PrnCategoryCount PIC ZZ,ZZ9.

01 ItemLine.
   02 FILLER           PIC X(4) VALUE SPACES.
   02 PrnItem          PIC X(74).

PROCEDURE DIVISION.
Begin.
   DISPLAY "Morning exception digest"
   PERFORM GetBusinessDate
   PERFORM LoadRegister
   IF SourceCount = ZERO
      DISPLAY "No exceptions files registered - nothing to digest."
      STOP RUN
   END-IF
   PERFORM LoadThresholds
   PERFORM LoadPreviousCounts
   PERFORM VARYING SourceIdx FROM 1 BY 1
           UNTIL SourceIdx > SourceCount
      PERFORM ReadOneExceptionsFile
   END-PERFORM
   PERFORM RateSubsystems
   MOVE FUNCTION CURRENT-DATE(1:8) TO ReportDateWS
   CALL "CatalogueReport" USING ReportIdWS, ReportDateWS,
                                ReportFileNameWS
   OPEN OUTPUT DigestReport
   MOVE BusinessDate TO PrnBusinessDate
   MOVE ReportDateWS TO PrnRunDate
   WRITE ReportLine FROM HeadingLine
   PERFORM PrintSubsystemStatus
   PERFORM VARYING SourceIdx FROM 1 BY 1
           UNTIL SourceIdx > SourceCount
      PERFORM PrintOneSource
   END-PERFORM
   CLOSE DigestReport
   PERFORM RecordTodaysCounts
   MOVE RedCount TO PrnCount
   DISPLAY "Subsystems RED   - " PrnCount
   MOVE AmberCount TO PrnCount
   DISPLAY "Subsystems AMBER - " PrnCount
   MOVE MissingCount TO PrnCount
   DISPLAY "Exceptions files missing - " PrnCount
   DISPLAY "Digest written to " ReportFileNameWS
   STOP RUN.

GetBusinessDate.
*  The digest is normally made the morning after, so a blank date
*  means the last working day before today.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Business date (YYYYMMDD, blank = last working day) - "
              WITH NO ADVANCING
      MOVE SPACES TO EnteredDate
      ACCEPT EnteredDate
      EVALUATE TRUE
         WHEN EnteredDate = SPACES
            MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
            PERFORM FindLastWorkingDay
            SET FieldAccepted TO TRUE
         WHEN EnteredDate NOT NUMERIC
            DISPLAY "The date must be 8 digits - " EnteredDate
         WHEN FUNCTION TEST-DATE-YYYYMMDD(EnteredDateN) NOT = ZERO
            DISPLAY "Not a valid date - " EnteredDate
         WHEN OTHER
            MOVE EnteredDateN TO BusinessDate
            SET FieldAccepted TO TRUE
      END-EVALUATE
   END-PERFORM.

FindLastWorkingDay.
*  Back a day at a time from yesterday until the business calendar
*  says the day is worked - no run of days off is longer than a
*  fortnight.
   COMPUTE BusinessDateInt = FUNCTION INTEGER-OF-DATE(TodaysDate)
   MOVE ZERO TO DaysBack
   SET NonWorkingDay-BC TO TRUE
   PERFORM UNTIL WorkingDay-BC OR DaysBack > 14
      SUBTRACT 1 FROM BusinessDateInt
      ADD 1 TO DaysBack
      COMPUTE BusinessDate = FUNCTION DATE-OF-INTEGER(BusinessDateInt)
      CALL "BusinessCalendar" USING BY CONTENT BusinessDate
                                    BY CONTENT NoSecondDate
                                    BY REFERENCE CalendarResult
   END-PERFORM
   IF NonWorkingDay-BC
      COMPUTE BusinessDate = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(TodaysDate) - 1)
   END-IF.

LoadRegister.
   OPEN INPUT RegisterFile
   IF NoRegister
      EXIT PARAGRAPH
   END-IF
   READ RegisterFile
      AT END SET EndOfRegister TO TRUE
   END-READ
   PERFORM UNTIL EndOfRegister
      EVALUATE TRUE
         WHEN CategoryStart-REG NOT NUMERIC
              OR CategoryLength-REG NOT NUMERIC
              OR DateStart-REG NOT NUMERIC
            DISPLAY "Register line for " SourceId-REG
                    " has a bad position - not digested."
         WHEN CategoryStart-REG + CategoryLength-REG > 161
              OR DateStart-REG > 153
            DISPLAY "Register line for " SourceId-REG
                    " points past the line - not digested."
         WHEN SourceCount = 60
            DISPLAY "More than 60 registered files - " SourceId-REG
                    " not digested."
         WHEN OTHER
            PERFORM AddRegisteredSource
      END-EVALUATE
      READ RegisterFile
         AT END SET EndOfRegister TO TRUE
      END-READ
   END-PERFORM
   CLOSE RegisterFile.

AddRegisteredSource.
   PERFORM FindSubsystem
   IF FoundSubsystemIdx = ZERO
      IF SubsystemCount = 20
         DISPLAY "More than 20 subsystems - " Subsystem-REG
                 " not digested."
         EXIT PARAGRAPH
      END-IF
      ADD 1 TO SubsystemCount
      MOVE SubsystemCount TO FoundSubsystemIdx
      MOVE Subsystem-REG  TO SS-Name(SubsystemCount)
      MOVE 1              TO SS-AmberAt(SubsystemCount)
      MOVE ZERO           TO SS-RedAt(SubsystemCount),
                             SS-Count(SubsystemCount),
                             SS-PrevCount(SubsystemCount),
                             SS-Missing(SubsystemCount)
   END-IF
   ADD 1 TO SourceCount
   MOVE Subsystem-REG      TO SR-Subsystem(SourceCount)
   MOVE FoundSubsystemIdx  TO SR-SubsystemIdx(SourceCount)
   MOVE SourceId-REG       TO SR-SourceId(SourceCount)
   MOVE FileName-REG       TO SR-FileName(SourceCount)
   MOVE CategoryStart-REG  TO SR-CatStart(SourceCount)
   MOVE CategoryLength-REG TO SR-CatLength(SourceCount)
   IF SR-CatLength(SourceCount) > 30
      MOVE 30 TO SR-CatLength(SourceCount)
   END-IF
   IF SR-CatStart(SourceCount) = ZERO
      MOVE ZERO TO SR-CatLength(SourceCount)
   END-IF
   MOVE DateStart-REG      TO SR-DateStart(SourceCount)
   MOVE Title-REG          TO SR-Title(SourceCount)
   MOVE ZERO TO SR-Count(SourceCount), SR-PrevCount(SourceCount),
                SR-OtherCount(SourceCount), SR-ItemsHeld(SourceCount)
   MOVE SPACE TO SR-FileState(SourceCount).

FindSubsystem.
   MOVE ZERO TO FoundSubsystemIdx
   PERFORM VARYING SubsystemIdx FROM 1 BY 1
           UNTIL SubsystemIdx > SubsystemCount
              OR FoundSubsystemIdx NOT = ZERO
      IF SS-Name(SubsystemIdx) = Subsystem-REG
         MOVE SubsystemIdx TO FoundSubsystemIdx
      END-IF
   END-PERFORM.

LoadThresholds.
   OPEN INPUT ThresholdFile
   IF NoThresholds
      EXIT PARAGRAPH
   END-IF
   READ ThresholdFile
      AT END SET EndOfThresholds TO TRUE
   END-READ
   PERFORM UNTIL EndOfThresholds
      MOVE Subsystem-THR TO Subsystem-REG
      PERFORM FindSubsystem
      EVALUATE TRUE
         WHEN FoundSubsystemIdx = ZERO
            CONTINUE
         WHEN AmberAt-THR NOT NUMERIC OR RedAt-THR NOT NUMERIC
            DISPLAY "Thresholds for " Subsystem-THR
                    " are not numeric - defaults used."
         WHEN OTHER
            MOVE AmberAt-THR TO SS-AmberAt(FoundSubsystemIdx)
            MOVE RedAt-THR   TO SS-RedAt(FoundSubsystemIdx)
      END-EVALUATE
      READ ThresholdFile
         AT END SET EndOfThresholds TO TRUE
      END-READ
   END-PERFORM
   CLOSE ThresholdFile.

LoadPreviousCounts.
*  The previous day is the latest business date digested before
*  this one; a first pass finds it and a second takes its counts,
*  the later of two digests of the same date standing.
   OPEN INPUT HistoryFile
   IF NoHistoryYet
      EXIT PARAGRAPH
   END-IF
   READ HistoryFile
      AT END SET EndOfHistory TO TRUE
   END-READ
   PERFORM UNTIL EndOfHistory
      IF BusinessDate-HIS < BusinessDate
         AND BusinessDate-HIS > PrevBusinessDate
         MOVE BusinessDate-HIS TO PrevBusinessDate
      END-IF
      READ HistoryFile
         AT END SET EndOfHistory TO TRUE
      END-READ
   END-PERFORM
   CLOSE HistoryFile
   IF PrevBusinessDate = ZERO
      EXIT PARAGRAPH
   END-IF
   OPEN INPUT HistoryFile
   READ HistoryFile
      AT END SET EndOfHistory TO TRUE
   END-READ
   PERFORM UNTIL EndOfHistory
      IF BusinessDate-HIS = PrevBusinessDate
         PERFORM FindHistorySource
         IF FoundSourceIdx NOT = ZERO
            MOVE Count-HIS TO SR-PrevCount(FoundSourceIdx)
         END-IF
      END-IF
      READ HistoryFile
         AT END SET EndOfHistory TO TRUE
      END-READ
   END-PERFORM
   CLOSE HistoryFile.

FindHistorySource.
   MOVE ZERO TO FoundSourceIdx
   PERFORM VARYING SourceIdx FROM 1 BY 1
           UNTIL SourceIdx > SourceCount OR FoundSourceIdx NOT = ZERO
      IF SR-SourceId(SourceIdx) = SourceId-HIS
         MOVE SourceIdx TO FoundSourceIdx
      END-IF
   END-PERFORM.

ReadOneExceptionsFile.
   MOVE SR-FileName(SourceIdx) TO ExceptionsFileName
   OPEN INPUT ExceptionsFile
   IF NOT ExceptionsOpened
      SET SR-FileMissing(SourceIdx) TO TRUE
      ADD 1 TO SS-Missing(SR-SubsystemIdx(SourceIdx)), MissingCount
      EXIT PARAGRAPH
   END-IF
   SET SR-FileRead(SourceIdx) TO TRUE
   READ ExceptionsFile
      AT END SET EndOfExceptions TO TRUE
   END-READ
   PERFORM UNTIL EndOfExceptions
      IF ExceptionRec NOT = SPACES
         IF SR-DateStart(SourceIdx) = ZERO
            PERFORM TakeOneException
         ELSE
            IF ExceptionRec(SR-DateStart(SourceIdx):8)
               = BusinessDateX
               PERFORM TakeOneException
            END-IF
         END-IF
      END-IF
      READ ExceptionsFile
         AT END SET EndOfExceptions TO TRUE
      END-READ
   END-PERFORM
   CLOSE ExceptionsFile.

TakeOneException.
   ADD 1 TO SR-Count(SourceIdx)
   IF SR-ItemsHeld(SourceIdx) < 5
      ADD 1 TO SR-ItemsHeld(SourceIdx)
      MOVE ExceptionRec
           TO SR-FirstItem(SourceIdx, SR-ItemsHeld(SourceIdx))
   END-IF
   IF SR-CatLength(SourceIdx) = ZERO
      MOVE "All items" TO CategoryText
   ELSE
      MOVE ExceptionRec(SR-CatStart(SourceIdx):
                        SR-CatLength(SourceIdx)) TO CategoryText
   END-IF
   MOVE ZERO TO FoundCategoryIdx
   PERFORM VARYING CategoryIdx FROM 1 BY 1
           UNTIL CategoryIdx > CategoryCount
              OR FoundCategoryIdx NOT = ZERO
      IF CT-SourceIdx(CategoryIdx) = SourceIdx
         AND CT-Text(CategoryIdx) = CategoryText
         MOVE CategoryIdx TO FoundCategoryIdx
      END-IF
   END-PERFORM
   IF FoundCategoryIdx = ZERO
      IF CategoryCount = 300
         ADD 1 TO SR-OtherCount(SourceIdx)
         EXIT PARAGRAPH
      END-IF
      ADD 1 TO CategoryCount
      MOVE CategoryCount TO FoundCategoryIdx
      MOVE SourceIdx     TO CT-SourceIdx(CategoryCount)
      MOVE CategoryText  TO CT-Text(CategoryCount)
      MOVE ZERO          TO CT-Count(CategoryCount)
   END-IF
   ADD 1 TO CT-Count(FoundCategoryIdx).

RateSubsystems.
*  Red at or past the red threshold; amber at or past the amber
*  threshold, or with a registered file missing; green otherwise.
   PERFORM VARYING SourceIdx FROM 1 BY 1
           UNTIL SourceIdx > SourceCount
      MOVE SR-SubsystemIdx(SourceIdx) TO SubsystemIdx
      ADD SR-Count(SourceIdx)     TO SS-Count(SubsystemIdx),
                                     TotalCount
      ADD SR-PrevCount(SourceIdx) TO SS-PrevCount(SubsystemIdx),
                                     TotalPrevCount
   END-PERFORM
   PERFORM VARYING SubsystemIdx FROM 1 BY 1
           UNTIL SubsystemIdx > SubsystemCount
      EVALUATE TRUE
         WHEN SS-RedAt(SubsystemIdx) NOT = ZERO
              AND SS-Count(SubsystemIdx) NOT < SS-RedAt(SubsystemIdx)
            SET SS-Red(SubsystemIdx) TO TRUE
            ADD 1 TO RedCount
         WHEN SS-Missing(SubsystemIdx) NOT = ZERO
            SET SS-Amber(SubsystemIdx) TO TRUE
            ADD 1 TO AmberCount
         WHEN SS-AmberAt(SubsystemIdx) NOT = ZERO
              AND SS-Count(SubsystemIdx)
                  NOT < SS-AmberAt(SubsystemIdx)
            SET SS-Amber(SubsystemIdx) TO TRUE
            ADD 1 TO AmberCount
         WHEN OTHER
            SET SS-Green(SubsystemIdx) TO TRUE
      END-EVALUATE
   END-PERFORM.

PrintSubsystemStatus.
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   IF PrevBusinessDate = ZERO
      MOVE "No earlier digest to compare with." TO SectionLine
      WRITE ReportLine FROM SectionLine
   ELSE
      MOVE PrevBusinessDate TO PrnPrevDate
      WRITE ReportLine FROM PreviousDateLine
   END-IF
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE "SUBSYSTEM STATUS" TO SectionLine
   WRITE ReportLine FROM SectionLine
   WRITE ReportLine FROM StatusColumnLine
   MOVE "RED"   TO StatusWanted
   PERFORM PrintStatusGroup
   MOVE "AMBER" TO StatusWanted
   PERFORM PrintStatusGroup
   MOVE "GREEN" TO StatusWanted
   PERFORM PrintStatusGroup
   MOVE SPACES         TO PrnStatus
   MOVE "All"          TO PrnSubsystem
   MOVE TotalCount     TO PrnToday
   MOVE TotalPrevCount TO PrnPrevious
   COMPUTE PrnChange = TotalCount - TotalPrevCount
   MOVE MissingCount   TO PrnMissing
   WRITE ReportLine FROM StatusLine.

PrintStatusGroup.
   PERFORM VARYING SubsystemIdx FROM 1 BY 1
           UNTIL SubsystemIdx > SubsystemCount
      IF SS-Status(SubsystemIdx) = StatusWanted
         MOVE SS-Status(SubsystemIdx)    TO PrnStatus
         MOVE SS-Name(SubsystemIdx)      TO PrnSubsystem
         MOVE SS-Count(SubsystemIdx)     TO PrnToday
         MOVE SS-PrevCount(SubsystemIdx) TO PrnPrevious
         COMPUTE PrnChange = SS-Count(SubsystemIdx)
                           - SS-PrevCount(SubsystemIdx)
         MOVE SS-Missing(SubsystemIdx)   TO PrnMissing
         WRITE ReportLine FROM StatusLine
      END-IF
   END-PERFORM.

PrintOneSource.
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE SR-Subsystem(SourceIdx) TO PrnSourceSubsystem
   MOVE SR-SourceId(SourceIdx)  TO PrnSourceId
   MOVE SR-Title(SourceIdx)     TO PrnTitle
   MOVE SS-Status(SR-SubsystemIdx(SourceIdx)) TO PrnSourceStatus
   WRITE ReportLine FROM SourceHeadLine
   MOVE SR-FileName(SourceIdx)  TO PrnFileName
   MOVE SR-Count(SourceIdx)     TO PrnSourceToday
   MOVE SR-PrevCount(SourceIdx) TO PrnSourcePrev
   WRITE ReportLine FROM SourceCountLine
   IF SR-FileMissing(SourceIdx)
      MOVE "  ** File not found - has the run been made? **"
           TO SectionLine
      WRITE ReportLine FROM SectionLine
      EXIT PARAGRAPH
   END-IF
   IF SR-Count(SourceIdx) = ZERO
      MOVE "  No exceptions." TO SectionLine
      WRITE ReportLine FROM SectionLine
      EXIT PARAGRAPH
   END-IF
   MOVE "  By category" TO SectionLine
   WRITE ReportLine FROM SectionLine
   PERFORM VARYING CategoryIdx FROM 1 BY 1
           UNTIL CategoryIdx > CategoryCount
      IF CT-SourceIdx(CategoryIdx) = SourceIdx
         MOVE CT-Text(CategoryIdx)  TO PrnCategory
         MOVE CT-Count(CategoryIdx) TO PrnCategoryCount
         WRITE ReportLine FROM CategoryLine
      END-IF
   END-PERFORM
   IF SR-OtherCount(SourceIdx) NOT = ZERO
      MOVE "Others (too many to list)" TO PrnCategory
      MOVE SR-OtherCount(SourceIdx)    TO PrnCategoryCount
      WRITE ReportLine FROM CategoryLine
   END-IF
   MOVE "  First items" TO SectionLine
   WRITE ReportLine FROM SectionLine
   PERFORM VARYING ItemIdx FROM 1 BY 1
           UNTIL ItemIdx > SR-ItemsHeld(SourceIdx)
      MOVE SR-FirstItem(SourceIdx, ItemIdx) TO PrnItem
      WRITE ReportLine FROM ItemLine
   END-PERFORM.

RecordTodaysCounts.
*  Only the files actually read are recorded - a missing file has
*  no count to compare with tomorrow.
   OPEN EXTEND HistoryFile
   IF NoHistoryYet
      OPEN OUTPUT HistoryFile
   END-IF
   PERFORM VARYING SourceIdx FROM 1 BY 1
           UNTIL SourceIdx > SourceCount
      IF SR-FileRead(SourceIdx)
         MOVE BusinessDate           TO BusinessDate-HIS
         MOVE SR-SourceId(SourceIdx) TO SourceId-HIS
         MOVE SR-Count(SourceIdx)    TO Count-HIS
         WRITE HistoryRec
      END-IF
   END-PERFORM
   CLOSE HistoryFile.
