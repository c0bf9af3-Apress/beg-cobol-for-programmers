IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing7-27.
AUTHOR. Michael Coughlan
* Bradford-factor sickness absence trigger report.
* For a run date keyed by the operator this report looks back over the
* rolling 52 weeks ending on that date and, from the sickness recorded
* on Listing7-16's AbsenceFile, works out for each employee:
*   - the number of sickness spells - absences that run straight on
*     from one another (the next starting the day after, or inside,
*     the last) make one spell;
*   - the working days lost to sickness in the window, counted on
*     the shared business calendar (BusinessCalendar,
*     Listing16-22sub), so bank holidays are not counted;
*   - the Bradford factor, spells squared times days, which weighs
*     frequent short absences above a single long one.
* Up to three review thresholds are keyed at run time (zero leaves a
* level unused).  Employees are listed per department, with the
* department name and manager resolved from the DepartmentFile as in
* Listing7-17, each flagged with the highest review level their
* factor has reached.  Each run keeps every employee's factor and
* level on the Bradford results file, and a closing section lists -
* for their managers - the employees whose level has risen since the
* previous run, so it is plain who has newly crossed a threshold.
* Sickness for an EmpSSN no longer on the EmployeeFile is listed under
* an unknown-department heading rather than dropped.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT AbsenceFile ASSIGN TO "Listing7-16Absence.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AbsenceStatus.

   SELECT EmployeeFile ASSIGN TO "Employee.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS EmpSSN
          ALTERNATE RECORD KEY IS EmpSurname
              WITH DUPLICATES
          FILE STATUS IS EmployeeStatus.

   SELECT DepartmentFile ASSIGN TO "Listing7-11Depts.dat"
          ORGANIZATION IS LINE SEQUENTIAL.

   SELECT BradfordFile ASSIGN TO "Listing7-27Bradford.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BradfordStatus.

DATA DIVISION.
FILE SECTION.
FD AbsenceFile.
01 AbsenceRec.
   88 EndOfAbsenceFile     VALUE HIGH-VALUES.
   02 EmpSSN-AB            PIC 9(9).
   02 AbsenceType-AB       PIC X.
      88 SickAbsence       VALUE "S".
      88 AnnualLeave       VALUE "A".
      88 UnpaidLeave       VALUE "U".
   02 FirstDay-AB          PIC 9(8).
   02 LastDay-AB           PIC 9(8).

FD EmployeeFile.
01 EmployeeDetails.
   02  EmpSSN              PIC 9(9).
   02  EmpName.
       03 EmpSurname       PIC X(15).
       03 EmpForename      PIC X(10).
   02  EmpDateOfBirth.
       03 EmpYOB           PIC 9(4).
       03 EmpMOB           PIC 99.
       03 EmpDOB           PIC 99.
   02  EmpGender           PIC X.
   02  EmpDeptCode         PIC X(4).
   02  EmpHireDate         PIC 9(8).
   02  EmpLeaveDate        PIC 9(8).

FD DepartmentFile.
01 DepartmentRec.
   88 EndOfDeptFile        VALUE HIGH-VALUES.
   02 DeptCode-DF          PIC X(4).
   02 DeptName-DF          PIC X(20).
   02 DeptManager-DF       PIC X(25).
   02 DeptManagerOper-DF   PIC X(4).

FD BradfordFile.
01 BradfordRec.
   88 EndOfBradfordFile    VALUE HIGH-VALUES.
   02 EmpSSN-BF            PIC 9(9).
   02 RunDate-BF           PIC 9(8).
   02 Spells-BF            PIC 9(3).
   02 SickDays-BF          PIC 9(3).
   02 Factor-BF            PIC 9(7).
   02 ReviewLevel-BF       PIC 9.

WORKING-STORAGE SECTION.
01 AbsenceStatus           PIC XX.
   88 NoAbsenceFile        VALUE "35".

01 EmployeeStatus          PIC XX.
   88 EmployeeFileOK       VALUE "00".
   88 NoSuchEmployee       VALUE "23".

01 BradfordStatus          PIC XX.
   88 NoBradfordFile       VALUE "35".

01 RunDate                 PIC 9(8).
01 RunDateInt              PIC 9(7).
01 WindowStartInt          PIC 9(7).
01 WindowStartDate         PIC 9(8).
01 PreviousRunDate         PIC 9(8) VALUE ZERO.

01 ThresholdTable.
   02 Threshold            PIC 9(5) OCCURS 3 TIMES.
01 ThresholdIdx            PIC 9.

01 DepartmentTable.
   02 DepartmentEntry OCCURS 50 TIMES
              ASCENDING KEY IS DT-DeptCode
              INDEXED BY DTIdx.
      03 DT-DeptCode       PIC X(4).
      03 DT-DeptName       PIC X(20).
      03 DT-DeptManager    PIC X(25).
      03 DT-ManagerOper    PIC X(4).

01 DepartmentCount         PIC 99 VALUE ZERO.

*  Review levels reached at the previous run.
01 PreviousTable.
   02 PreviousEntry OCCURS 1000 TIMES.
      03 PV-EmpSSN         PIC 9(9).
      03 PV-ReviewLevel    PIC 9.

01 PreviousCount           PIC 9(4) VALUE ZERO.
01 PreviousIdx             PIC 9(4).

*  Sickness absences touching the window, clipped to it and sorted
*  on employee then first day so spells can be joined up.
01 SickTable.
   02 SickEntry OCCURS 3000 TIMES.
      03 SK-SortKey.
         04 SK-EmpSSN      PIC 9(9).
         04 SK-StartInt    PIC 9(7).
      03 SK-EndInt         PIC 9(7).

01 SickCount               PIC 9(4) VALUE ZERO.
01 SickIdx                 PIC 9(4).
01 SwapSickEntry           PIC X(23).

*  One entry per employee with sickness in the window, sorted on
*  department then surname for the report.
01 ResultTable.
   02 ResultEntry OCCURS 1000 TIMES.
      03 RS-SortKey.
         04 RS-DeptClass   PIC X.
         04 RS-DeptCode    PIC X(4).
         04 RS-Surname     PIC X(15).
      03 RS-EmpSSN         PIC 9(9).
      03 RS-Forename       PIC X(10).
      03 RS-Spells         PIC 9(3).
      03 RS-SickDays       PIC 9(3).
      03 RS-Factor         PIC 9(7).
      03 RS-ReviewLevel    PIC 9.
      03 RS-PreviousLevel  PIC 9.

01 ResultCount             PIC 9(4) VALUE ZERO.
01 ResultIdx               PIC 9(4).
01 SwapResultEntry         PIC X(54).

01 SubscriptA              PIC 9(4).
01 SubscriptB              PIC 9(4).

01 ClipStartInt            PIC 9(7).
01 ClipEndInt              PIC 9(7).
01 SpellEndInt             PIC 9(7).
01 ClipStartDate           PIC 9(8).
01 ClipEndDate             PIC 9(8).

01 CalendarResult.
   02 ValidFlag-BC         PIC 9.
      88 DateValid-BC      VALUE 0.
      88 DateInvalid-BC    VALUE 1.
   02 OnCalendar-BC        PIC X.
      88 DateOnCalendar-BC VALUE "Y", "P".
      88 DateOffCalendar-BC VALUE "N".
      88 ScanOffCalendar-BC VALUE "P".
   02 Working-BC           PIC X.
      88 WorkingDay-BC     VALUE "Y".
      88 NonWorkingDay-BC  VALUE "N".
   02 HolidayName-BC       PIC X(24).
   02 Period-BC            PIC 9(6).
   02 PeriodEndFlag-BC     PIC X.
      88 PeriodEndDay-BC   VALUE "Y".
   02 PeriodStart-BC       PIC 9(8).
   02 PeriodEnd-BC         PIC 9(8).
   02 NextWorkingDay-BC    PIC 9(8).
   02 WorkingDays-BC       PIC 9(5).

01 CurrentDeptCode         PIC X(4).
01 CurrentDeptClass        PIC X.
01 DeptFlaggedCount        PIC 9(4).

01 FILLER                  PIC X VALUE "n".
   88 PrintingNewlyCrossed VALUE "y".
   88 PrintingFullReport   VALUE "n".

01 ControlTotals.
   02 SickRecordsUsed      PIC 9(4) VALUE ZERO.
   02 SickRecordsDropped   PIC 9(4) VALUE ZERO.
   02 EmployeesWithSpells  PIC 9(4) VALUE ZERO.
   02 EmployeesFlagged     PIC 9(4) VALUE ZERO.
   02 NewlyCrossedCount    PIC 9(4) VALUE ZERO.
   02 NotOnMasterCount     PIC 9(4) VALUE ZERO.

01 DeptHeadingLine.
   02 FILLER               PIC X(14) VALUE "Department - ".
   02 PrnDeptCode          PIC X(4).
   02 FILLER               PIC X(3)  VALUE " - ".
   02 PrnDeptName          PIC X(20).
   02 FILLER               PIC X(12) VALUE "  Manager - ".
   02 PrnDeptManager       PIC X(25).

01 ColumnHeading           PIC X(74) VALUE
   "EmpSSN     Surname         Forename    Spells  Days   Factor  Review".

01 BradfordLine.
   02 PrnEmpSSN            PIC 9(9).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnSurname           PIC X(15).
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnForename          PIC X(10).
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnSpells            PIC ZZ9.
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnSickDays          PIC ZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnFactor            PIC Z,ZZZ,ZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnReviewNote        PIC X(18).

01 DeptTotalLine.
   02 FILLER               PIC X(33)
                   VALUE "  Employees at a review level - ".
   02 PrnDeptFlagged       PIC ZZZ9.

01 PrnCount                PIC ZZZ9.
01 PrnThreshold            PIC ZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Bradford-factor sickness absence trigger report"
   MOVE ZERO TO RunDateInt
   PERFORM UNTIL RunDateInt NOT = ZERO
      DISPLAY "Report as at date (YYYYMMDD) - " WITH NO ADVANCING
      ACCEPT RunDate
      COMPUTE RunDateInt = FUNCTION INTEGER-OF-DATE(RunDate)
   END-PERFORM
   PERFORM GetThresholds
   COMPUTE WindowStartInt = RunDateInt - 363
   COMPUTE WindowStartDate = FUNCTION DATE-OF-INTEGER(WindowStartInt)
   PERFORM LoadDepartmentTable
   PERFORM LoadPreviousLevels
   PERFORM LoadSickTable
   PERFORM SortSickTable
   OPEN INPUT EmployeeFile
   PERFORM BuildResultTable
   CLOSE EmployeeFile
   PERFORM SortResultsByDeptAndName
   DISPLAY " "
   DISPLAY "***** BRADFORD FACTOR - 52 WEEKS " WindowStartDate
           " TO " RunDate " *****"
   PERFORM PrintThresholds
   IF ResultCount = ZERO
      DISPLAY "No sickness absence falls in the 52 weeks."
   ELSE
      SET PrintingFullReport TO TRUE
      PERFORM PrintByDepartment
      PERFORM PrintNewlyCrossed
   END-IF
   PERFORM WriteBradfordFile
   PERFORM PrintControlTotals
   STOP RUN.

GetThresholds.
*  Ascending trigger points; the first must be given, a later one of
*  zero (or not above the one before) leaves that level unused.
   MOVE ZERO TO ThresholdTable
   PERFORM UNTIL Threshold(1) NOT = ZERO
      DISPLAY "Review threshold level 1 (e.g. 51)  - "
              WITH NO ADVANCING
      ACCEPT Threshold(1)
   END-PERFORM
   DISPLAY "Review threshold level 2, 0 if none - " WITH NO ADVANCING
   ACCEPT Threshold(2)
   IF Threshold(2) NOT > Threshold(1)
      MOVE ZERO TO Threshold(2), Threshold(3)
   ELSE
      DISPLAY "Review threshold level 3, 0 if none - "
              WITH NO ADVANCING
      ACCEPT Threshold(3)
      IF Threshold(3) NOT > Threshold(2)
         MOVE ZERO TO Threshold(3)
      END-IF
   END-IF.

LoadDepartmentTable.
   MOVE HIGH-VALUES TO DepartmentTable
   OPEN INPUT DepartmentFile
   READ DepartmentFile
      AT END SET EndOfDeptFile TO TRUE
   END-READ
   PERFORM VARYING DTIdx FROM 1 BY 1 UNTIL EndOfDeptFile
      MOVE DepartmentRec TO DepartmentEntry(DTIdx)
      ADD 1 TO DepartmentCount
      READ DepartmentFile
         AT END SET EndOfDeptFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE DepartmentFile.

LoadPreviousLevels.
   OPEN INPUT BradfordFile
   IF NoBradfordFile
      SET EndOfBradfordFile TO TRUE
   ELSE
      READ BradfordFile
         AT END SET EndOfBradfordFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfBradfordFile
      IF PreviousCount < 1000
         ADD 1 TO PreviousCount
         MOVE EmpSSN-BF      TO PV-EmpSSN(PreviousCount)
         MOVE ReviewLevel-BF TO PV-ReviewLevel(PreviousCount)
         MOVE RunDate-BF     TO PreviousRunDate
      END-IF
      READ BradfordFile
         AT END SET EndOfBradfordFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoBradfordFile
      CLOSE BradfordFile
   END-IF.

LoadSickTable.
   OPEN INPUT AbsenceFile
   IF NoAbsenceFile
      SET EndOfAbsenceFile TO TRUE
   ELSE
      READ AbsenceFile
         AT END SET EndOfAbsenceFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfAbsenceFile
      IF SickAbsence
         PERFORM ClipOneSicknessToWindow
      END-IF
      READ AbsenceFile
         AT END SET EndOfAbsenceFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoAbsenceFile
      CLOSE AbsenceFile
   END-IF.

ClipOneSicknessToWindow.
   COMPUTE ClipStartInt = FUNCTION INTEGER-OF-DATE(FirstDay-AB)
   COMPUTE ClipEndInt   = FUNCTION INTEGER-OF-DATE(LastDay-AB)
   IF ClipStartInt < WindowStartInt
      MOVE WindowStartInt TO ClipStartInt
   END-IF
   IF ClipEndInt > RunDateInt
      MOVE RunDateInt TO ClipEndInt
   END-IF
   IF ClipStartInt > ClipEndInt
      EXIT PARAGRAPH
   END-IF
   IF SickCount NOT LESS THAN 3000
      ADD 1 TO SickRecordsDropped
      EXIT PARAGRAPH
   END-IF
   ADD 1 TO SickCount, SickRecordsUsed
   MOVE EmpSSN-AB    TO SK-EmpSSN(SickCount)
   MOVE ClipStartInt TO SK-StartInt(SickCount)
   MOVE ClipEndInt   TO SK-EndInt(SickCount).

SortSickTable.
* Bubble sort on the composite key, the same as Listing7-17.
   PERFORM VARYING SubscriptA FROM 1 BY 1
           UNTIL SubscriptA >= SickCount
      PERFORM VARYING SubscriptB FROM 1 BY 1
              UNTIL SubscriptB > SickCount - SubscriptA
         IF SK-SortKey(SubscriptB) > SK-SortKey(SubscriptB + 1)
            MOVE SickEntry(SubscriptB) TO SwapSickEntry
            MOVE SickEntry(SubscriptB + 1) TO SickEntry(SubscriptB)
            MOVE SwapSickEntry TO SickEntry(SubscriptB + 1)
         END-IF
      END-PERFORM
   END-PERFORM.

BuildResultTable.
   PERFORM VARYING SickIdx FROM 1 BY 1 UNTIL SickIdx > SickCount
      IF ResultCount = ZERO
         PERFORM StartEmployeeResult
      ELSE
         IF SK-EmpSSN(SickIdx) NOT = RS-EmpSSN(ResultCount)
            PERFORM FinishEmployeeResult
            PERFORM StartEmployeeResult
         END-IF
      END-IF
      PERFORM AddSicknessToResult
   END-PERFORM
   IF ResultCount NOT = ZERO
      PERFORM FinishEmployeeResult
   END-IF.

StartEmployeeResult.
   IF ResultCount NOT LESS THAN 1000
      DISPLAY "Bradford result table full - run abandoned."
      STOP RUN
   END-IF
   ADD 1 TO ResultCount
   MOVE SK-EmpSSN(SickIdx) TO RS-EmpSSN(ResultCount), EmpSSN
   MOVE ZERO TO RS-Spells(ResultCount), RS-SickDays(ResultCount)
   MOVE ZERO TO SpellEndInt
   READ EmployeeFile
      INVALID KEY CONTINUE
   END-READ
   IF EmployeeFileOK
      MOVE "A"         TO RS-DeptClass(ResultCount)
      MOVE EmpDeptCode TO RS-DeptCode(ResultCount)
      MOVE EmpSurname  TO RS-Surname(ResultCount)
      MOVE EmpForename TO RS-Forename(ResultCount)
   ELSE
      MOVE "Z"         TO RS-DeptClass(ResultCount)
      MOVE "????"      TO RS-DeptCode(ResultCount)
      MOVE "(not on master)" TO RS-Surname(ResultCount)
      MOVE SPACES      TO RS-Forename(ResultCount)
      ADD 1 TO NotOnMasterCount
   END-IF.

AddSicknessToResult.
*  An absence starting no later than the day after the spell so far
*  ends carries the spell on; only days past its end are new days.
   MOVE SK-StartInt(SickIdx) TO ClipStartInt
   IF SpellEndInt NOT = ZERO AND ClipStartInt <= SpellEndInt + 1
      IF SK-EndInt(SickIdx) <= SpellEndInt
         EXIT PARAGRAPH
      END-IF
      COMPUTE ClipStartInt = SpellEndInt + 1
   ELSE
      ADD 1 TO RS-Spells(ResultCount)
   END-IF
   MOVE SK-EndInt(SickIdx) TO SpellEndInt
   COMPUTE ClipStartDate = FUNCTION DATE-OF-INTEGER(ClipStartInt)
   COMPUTE ClipEndDate = FUNCTION DATE-OF-INTEGER(SpellEndInt)
   CALL "BusinessCalendar" USING BY CONTENT ClipStartDate
                                 BY CONTENT ClipEndDate
                                 BY REFERENCE CalendarResult
   ADD WorkingDays-BC TO RS-SickDays(ResultCount).

FinishEmployeeResult.
   ADD 1 TO EmployeesWithSpells
   COMPUTE RS-Factor(ResultCount) = RS-Spells(ResultCount)
                                  * RS-Spells(ResultCount)
                                  * RS-SickDays(ResultCount)
   MOVE ZERO TO RS-ReviewLevel(ResultCount)
   PERFORM VARYING ThresholdIdx FROM 1 BY 1 UNTIL ThresholdIdx > 3
      IF Threshold(ThresholdIdx) NOT = ZERO
         AND RS-Factor(ResultCount) >= Threshold(ThresholdIdx)
         MOVE ThresholdIdx TO RS-ReviewLevel(ResultCount)
      END-IF
   END-PERFORM
   MOVE ZERO TO RS-PreviousLevel(ResultCount)
   PERFORM VARYING PreviousIdx FROM 1 BY 1
           UNTIL PreviousIdx > PreviousCount
      IF PV-EmpSSN(PreviousIdx) = RS-EmpSSN(ResultCount)
         MOVE PV-ReviewLevel(PreviousIdx)
              TO RS-PreviousLevel(ResultCount)
      END-IF
   END-PERFORM
   IF RS-ReviewLevel(ResultCount) NOT = ZERO
      ADD 1 TO EmployeesFlagged
   END-IF
   IF RS-ReviewLevel(ResultCount) > RS-PreviousLevel(ResultCount)
      ADD 1 TO NewlyCrossedCount
   END-IF.

SortResultsByDeptAndName.
   PERFORM VARYING SubscriptA FROM 1 BY 1
           UNTIL SubscriptA >= ResultCount
      PERFORM VARYING SubscriptB FROM 1 BY 1
              UNTIL SubscriptB > ResultCount - SubscriptA
         IF RS-SortKey(SubscriptB) > RS-SortKey(SubscriptB + 1)
            MOVE ResultEntry(SubscriptB) TO SwapResultEntry
            MOVE ResultEntry(SubscriptB + 1)
                 TO ResultEntry(SubscriptB)
            MOVE SwapResultEntry TO ResultEntry(SubscriptB + 1)
         END-IF
      END-PERFORM
   END-PERFORM.

PrintThresholds.
   PERFORM VARYING ThresholdIdx FROM 1 BY 1 UNTIL ThresholdIdx > 3
      IF Threshold(ThresholdIdx) NOT = ZERO
         MOVE Threshold(ThresholdIdx) TO PrnThreshold
         DISPLAY "Review level " ThresholdIdx " from a factor of "
                 PrnThreshold
      END-IF
   END-PERFORM.

PrintByDepartment.
   MOVE SPACES TO CurrentDeptCode
   PERFORM VARYING ResultIdx FROM 1 BY 1
           UNTIL ResultIdx > ResultCount
      IF RS-DeptCode(ResultIdx) NOT = CurrentDeptCode
         IF CurrentDeptCode NOT = SPACES
            PERFORM PrintDeptTotals
         END-IF
         MOVE RS-DeptCode(ResultIdx)  TO CurrentDeptCode
         MOVE RS-DeptClass(ResultIdx) TO CurrentDeptClass
         PERFORM PrintDeptHeading
      END-IF
      PERFORM PrintBradfordLine
   END-PERFORM
   PERFORM PrintDeptTotals.

PrintNewlyCrossed.
   DISPLAY " "
   IF PreviousRunDate = ZERO
      DISPLAY "***** NEWLY OVER A REVIEW THRESHOLD - FIRST RUN *****"
   ELSE
      DISPLAY "***** NEWLY OVER A REVIEW THRESHOLD SINCE "
              PreviousRunDate " *****"
   END-IF
   IF NewlyCrossedCount = ZERO
      DISPLAY "No employee has newly crossed a threshold."
      EXIT PARAGRAPH
   END-IF
   SET PrintingNewlyCrossed TO TRUE
   MOVE SPACES TO CurrentDeptCode
   PERFORM VARYING ResultIdx FROM 1 BY 1
           UNTIL ResultIdx > ResultCount
      IF RS-ReviewLevel(ResultIdx) > RS-PreviousLevel(ResultIdx)
         IF RS-DeptCode(ResultIdx) NOT = CurrentDeptCode
            MOVE RS-DeptCode(ResultIdx)  TO CurrentDeptCode
            MOVE RS-DeptClass(ResultIdx) TO CurrentDeptClass
            PERFORM PrintDeptHeading
         END-IF
         PERFORM PrintBradfordLine
      END-IF
   END-PERFORM.

PrintDeptHeading.
   MOVE ZERO TO DeptFlaggedCount
   DISPLAY " "
   IF CurrentDeptClass = "Z"
      DISPLAY "Department - ???? (employee not on the master file)"
   ELSE
      MOVE CurrentDeptCode TO PrnDeptCode
      SET DTIdx TO 1
      SEARCH ALL DepartmentEntry
         AT END
            MOVE "** unknown dept code **" TO PrnDeptName
            MOVE SPACES TO PrnDeptManager
         WHEN DT-DeptCode(DTIdx) = CurrentDeptCode
            MOVE DT-DeptName(DTIdx)    TO PrnDeptName
            MOVE DT-DeptManager(DTIdx) TO PrnDeptManager
      END-SEARCH
      DISPLAY DeptHeadingLine
   END-IF
   DISPLAY ColumnHeading.

PrintBradfordLine.
   MOVE RS-EmpSSN(ResultIdx)    TO PrnEmpSSN
   MOVE RS-Surname(ResultIdx)   TO PrnSurname
   MOVE RS-Forename(ResultIdx)  TO PrnForename
   MOVE RS-Spells(ResultIdx)    TO PrnSpells
   MOVE RS-SickDays(ResultIdx)  TO PrnSickDays
   MOVE RS-Factor(ResultIdx)    TO PrnFactor
   MOVE SPACES TO PrnReviewNote
   IF RS-ReviewLevel(ResultIdx) NOT = ZERO
      ADD 1 TO DeptFlaggedCount
      STRING "LEVEL "                  DELIMITED BY SIZE
             RS-ReviewLevel(ResultIdx) DELIMITED BY SIZE
             INTO PrnReviewNote
      IF PrintingNewlyCrossed
         IF RS-PreviousLevel(ResultIdx) = ZERO
            MOVE "(was none)" TO PrnReviewNote(9:)
         ELSE
            STRING "(was "                     DELIMITED BY SIZE
                   RS-PreviousLevel(ResultIdx) DELIMITED BY SIZE
                   ")"                         DELIMITED BY SIZE
                   INTO PrnReviewNote(9:)
         END-IF
      ELSE
         IF RS-ReviewLevel(ResultIdx) > RS-PreviousLevel(ResultIdx)
            MOVE "NEW" TO PrnReviewNote(9:)
         END-IF
      END-IF
   END-IF
   DISPLAY BradfordLine.

PrintDeptTotals.
   MOVE DeptFlaggedCount TO PrnDeptFlagged
   DISPLAY DeptTotalLine.

WriteBradfordFile.
*  This run's levels become the baseline the next run compares with.
   OPEN OUTPUT BradfordFile
   PERFORM VARYING ResultIdx FROM 1 BY 1
           UNTIL ResultIdx > ResultCount
      MOVE RS-EmpSSN(ResultIdx)       TO EmpSSN-BF
      MOVE RunDate                    TO RunDate-BF
      MOVE RS-Spells(ResultIdx)       TO Spells-BF
      MOVE RS-SickDays(ResultIdx)     TO SickDays-BF
      MOVE RS-Factor(ResultIdx)       TO Factor-BF
      MOVE RS-ReviewLevel(ResultIdx)  TO ReviewLevel-BF
      WRITE BradfordRec
   END-PERFORM
   CLOSE BradfordFile.

PrintControlTotals.
   DISPLAY " "
   MOVE SickRecordsUsed TO PrnCount
   DISPLAY "Sickness absences in the window - " PrnCount
   IF SickRecordsDropped NOT = ZERO
      MOVE SickRecordsDropped TO PrnCount
      DISPLAY "Sickness absences over table    - " PrnCount
   END-IF
   MOVE EmployeesWithSpells TO PrnCount
   DISPLAY "Employees with sickness         - " PrnCount
   MOVE EmployeesFlagged TO PrnCount
   DISPLAY "Employees at a review level     - " PrnCount
   MOVE NewlyCrossedCount TO PrnCount
   DISPLAY "Newly crossed a threshold       - " PrnCount
   MOVE NotOnMasterCount TO PrnCount
   DISPLAY "EmpSSNs not on the master       - " PrnCount.
