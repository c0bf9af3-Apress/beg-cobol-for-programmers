IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing14-42.
AUTHOR. Michael Coughlan.
* End-of-year progression run for the exam board.
* Reads the duplicate-free sorted registry (Listing14-6.srt), the
* module master (Listing14-40) and the results captured by
* Listing14-41, and for every student works out the credit-weighted
* average of the marks on the modules of the student's course (an
* absence counts as zero) and the credits failed.  The board's rules
* are keyed at the start of the run:
*   - the module pass mark;
*   - the average a student needs to progress;
*   - the most credits a student may fail and still repeat (resit)
*     the failed modules instead of failing the year.
* The decision is then
*   PASS       - no module failed and the average is at least the
*                progression average;
*   REPEAT     - the credits failed are within the repeat limit (or
*                nothing was failed but the average fell short);
*   FAIL       - more credits failed than the repeat limit allows;
*   INCOMPLETE - a module of the course has no result yet, so no
*                decision is made.
* For each course, in StudentId order, the run prints a transcript per
* student and then the results broadsheet for the board, and writes
* each decision to the decisions file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SortedStudentsFile ASSIGN TO "Listing14-6.srt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SortedStudentsStatus.

    SELECT ModuleFile ASSIGN TO "Listing14-40Modules.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ModuleStatus.

    SELECT ResultsFile ASSIGN TO "Listing14-41Results.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ResultsStatus.

    SELECT DecisionFile ASSIGN TO "Listing14-42Decisions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

    SELECT WorkFile ASSIGN TO "WORK.TMP".

DATA DIVISION.
FILE SECTION.
FD SortedStudentsFile.
01 StudentRecSF.
   88  EndOfSortedFile   VALUE HIGH-VALUES.
   02  StudentIdSF       PIC 9(7).
   02  RecBodySF.
       03 CourseCodeSF   PIC X(5).
       03 GenderSF       PIC X.
       03 SurnameSF      PIC X(8).

FD ModuleFile.
01 ModuleRecMM.
   88  EndOfModuleFile   VALUE HIGH-VALUES.
   02  CourseCodeMM      PIC X(5).
   02  ModuleCodeMM      PIC X(6).
   02  ModuleTitleMM     PIC X(20).
   02  CreditsMM         PIC 99.

FD ResultsFile.
01 ResultRecRS.
   88  EndOfResultsFile  VALUE HIGH-VALUES.
   02  StudentIdRS       PIC 9(7).
   02  ModuleCodeRS      PIC X(6).
   02  CourseCodeRS      PIC X(5).
   02  MarkRS            PIC 9(3).
   02  ResultTypeRS      PIC X.
   02  DateEnteredRS     PIC 9(8).

FD DecisionFile.
01 DecisionRec.
   02 StudentIdDF        PIC 9(7).
   02 CourseCodeDF       PIC X(5).
   02 AverageDF          PIC 9(3)V9.
   02 CreditsFailedDF    PIC 9(3).
   02 DecisionDF         PIC X(10).
   02 RunDateDF          PIC 9(8).

SD WorkFile.
01 StudentWorkRec.
   88  EndOfWorkFile     VALUE HIGH-VALUES.
   02  CourseCodeWF      PIC X(5).
   02  StudentIdWF       PIC 9(7).
   02  SurnameWF         PIC X(8).

WORKING-STORAGE SECTION.
01 SortedStudentsStatus  PIC XX.
   88 NoSortedRegistry   VALUE "35".
01 ModuleStatus          PIC XX.
   88 NoModuleFile       VALUE "35".
01 ResultsStatus         PIC XX.
   88 NoResultsFile      VALUE "35".

01 EnteredPassMark       PIC X(3).
01 PassMark REDEFINES EnteredPassMark
                         PIC 9(3).
01 EnteredPassAverage    PIC X(3).
01 PassAverage REDEFINES EnteredPassAverage
                         PIC 9(3).
01 EnteredRepeatCredits  PIC X(3).
01 RepeatCreditLimit REDEFINES EnteredRepeatCredits
                         PIC 9(3).
01 FILLER                PIC X VALUE "n".
   88 FieldAccepted      VALUE "y".
   88 FieldRejected      VALUE "n".

01 ModuleTable.
   02 ModuleEntry OCCURS 300 TIMES.
      03 MT-CourseCode   PIC X(5).
      03 MT-ModuleCode   PIC X(6).
      03 MT-ModuleTitle  PIC X(20).
      03 MT-Credits      PIC 99.

01 ModuleCount           PIC 9(3) VALUE ZERO.
01 ModuleIdx             PIC 9(3).

01 ResultTable.
   02 ResultEntry OCCURS 5000 TIMES.
      03 RT-StudentId    PIC 9(7).
      03 RT-ModuleCode   PIC X(6).
      03 RT-CourseCode   PIC X(5).
      03 RT-Mark         PIC 9(3).
      03 RT-ResultType   PIC X.
         88 RT-Absent    VALUE "A".
      03 RT-DateEntered  PIC 9(8).

01 ResultCount           PIC 9(4) VALUE ZERO.
01 ResultIdx             PIC 9(4).
01 FILLER                PIC X VALUE "n".
   88 ResultFound        VALUE "y".
   88 ResultNotFound     VALUE "n".

*  The current course's modules, in ModuleCode order.
01 CourseModuleTable.
   02 CourseModule OCCURS 10 TIMES.
      03 CM-ModuleCode   PIC X(6).
      03 CM-ModuleTitle  PIC X(20).
      03 CM-Credits      PIC 99.

01 CourseModuleCount     PIC 99.
01 CourseModuleIdx       PIC 99.
01 CourseCredits         PIC 9(3).

*  The current course's students with their marks, buffered so the
*  transcripts and then the broadsheet can be printed from them.
*  A mark is the three digits, ABS, or --- for no result yet.
01 CourseTable.
   02 CourseStudent OCCURS 500 TIMES.
      03 CS-StudentId    PIC 9(7).
      03 CS-Surname      PIC X(8).
      03 CS-Mark OCCURS 10 TIMES.
         04 CS-MarkX     PIC X(3).
            88 CS-NoResult   VALUE "---".
            88 CS-AbsentMark VALUE "ABS".
         04 CS-MarkN REDEFINES CS-MarkX
                         PIC 9(3).
      03 CS-Average      PIC 9(3)V9.
      03 CS-CreditsFailed PIC 9(3).
      03 CS-Decision     PIC X(10).

01 CourseStudentCount    PIC 9(3).
01 CourseStudentIdx      PIC 9(3).
01 StudentsDropped       PIC 9(3) VALUE ZERO.

01 CurrentCourse         PIC X(5).
01 WeightedMarks         PIC 9(6).
01 MarkCounted           PIC 9(3).
01 CreditsCounted        PIC 9(3).
01 FILLER                PIC X VALUE "n".
   88 ResultMissing      VALUE "y".
   88 NoResultMissing    VALUE "n".

01 TodaysDate            PIC 9(8).

01 DecisionCounts.
   02 PassCount          PIC 9(4) VALUE ZERO.
   02 RepeatCount        PIC 9(4) VALUE ZERO.
   02 FailCount          PIC 9(4) VALUE ZERO.
   02 IncompleteCount    PIC 9(4) VALUE ZERO.
01 CoursesProcessed      PIC 9(3) VALUE ZERO.
01 PrnCount              PIC Z,ZZ9.
01 PrnMarkEdit           PIC ZZ9.
01 PrnAverageEdit        PIC ZZ9.9.

01 TranscriptLine.
   02 PrnModuleCode      PIC X(6).
   02 FILLER             PIC X(2) VALUE SPACES.
   02 PrnModuleTitle     PIC X(20).
   02 FILLER             PIC X(7) VALUE SPACES.
   02 PrnCredits         PIC Z9.
   02 FILLER             PIC X(3) VALUE SPACES.
   02 PrnMark            PIC X(3).
   02 FILLER             PIC X(2) VALUE SPACES.
   02 PrnModuleResult    PIC X(9).

01 BroadsheetHeading.
   02 FILLER             PIC X(18) VALUE "StudentId Surname ".
   02 BH-Column OCCURS 10 TIMES.
      03 BH-ModuleCode   PIC X(6).
      03 FILLER          PIC X.
   02 FILLER             PIC X(18) VALUE "  Avg  Decision".

01 BroadsheetLine.
   02 PrnStudentId       PIC 9(7).
   02 FILLER             PIC X(3) VALUE SPACES.
   02 PrnSurname         PIC X(8).
   02 BL-Column OCCURS 10 TIMES.
      03 FILLER          PIC X(2).
      03 BL-Mark         PIC X(3).
      03 BL-FailFlag     PIC X.
      03 FILLER          PIC X.
   02 PrnAverage         PIC ZZ9.9.
   02 FILLER             PIC X(2) VALUE SPACES.
   02 PrnDecision        PIC X(10).

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
    PERFORM GetProgressionRules
    PERFORM LoadModuleTable
    PERFORM LoadResultTable
    OPEN OUTPUT DecisionFile
    SORT WorkFile ON ASCENDING KEY CourseCodeWF StudentIdWF
         INPUT PROCEDURE IS ReleaseRegistry
         OUTPUT PROCEDURE IS ProcessCourses
    CLOSE DecisionFile
    DISPLAY " "
    MOVE CoursesProcessed TO PrnCount
    DISPLAY "Courses processed   - " PrnCount
    MOVE PassCount TO PrnCount
    DISPLAY "PASS                - " PrnCount
    MOVE RepeatCount TO PrnCount
    DISPLAY "REPEAT              - " PrnCount
    MOVE FailCount TO PrnCount
    DISPLAY "FAIL                - " PrnCount
    MOVE IncompleteCount TO PrnCount
    DISPLAY "INCOMPLETE          - " PrnCount
    IF StudentsDropped NOT = ZERO
       MOVE StudentsDropped TO PrnCount
       DISPLAY "Course table full - students dropped - " PrnCount
    END-IF
    STOP RUN.

GetProgressionRules.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Module pass mark (3 digits) - " WITH NO ADVANCING
       ACCEPT EnteredPassMark
       IF EnteredPassMark NOT NUMERIC OR PassMark > 100
          DISPLAY "Pass mark must be 000-100 - " EnteredPassMark
       ELSE
          SET FieldAccepted TO TRUE
       END-IF
    END-PERFORM
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Average needed to progress (3 digits) - "
               WITH NO ADVANCING
       ACCEPT EnteredPassAverage
       IF EnteredPassAverage NOT NUMERIC OR PassAverage > 100
          DISPLAY "Average must be 000-100 - " EnteredPassAverage
       ELSE
          SET FieldAccepted TO TRUE
       END-IF
    END-PERFORM
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Most credits failed that may be repeated (3 digits) - "
               WITH NO ADVANCING
       ACCEPT EnteredRepeatCredits
       IF EnteredRepeatCredits NOT NUMERIC
          DISPLAY "Credits must be 3 digits - " EnteredRepeatCredits
       ELSE
          SET FieldAccepted TO TRUE
       END-IF
    END-PERFORM.

LoadModuleTable.
    OPEN INPUT ModuleFile
    IF NoModuleFile
       DISPLAY "No module master - set up the modules with"
               " Listing14-40 first."
       STOP RUN
    END-IF
    READ ModuleFile
       AT END SET EndOfModuleFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfModuleFile
       IF ModuleCount < 300
          ADD 1 TO ModuleCount
          MOVE ModuleRecMM TO ModuleEntry(ModuleCount)
       ELSE
          DISPLAY "More than 300 modules - the table must be enlarged"
                  " before this run."
          STOP RUN
       END-IF
       READ ModuleFile
          AT END SET EndOfModuleFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE ModuleFile.

LoadResultTable.
    OPEN INPUT ResultsFile
    IF NoResultsFile
       DISPLAY "No results file - every decision will be INCOMPLETE."
       EXIT PARAGRAPH
    END-IF
    READ ResultsFile
       AT END SET EndOfResultsFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfResultsFile
       IF ResultCount < 5000
          ADD 1 TO ResultCount
          MOVE ResultRecRS TO ResultEntry(ResultCount)
       ELSE
          DISPLAY "More than 5000 results - the table must be"
                  " enlarged before this run."
          STOP RUN
       END-IF
       READ ResultsFile
          AT END SET EndOfResultsFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE ResultsFile.

ReleaseRegistry.
    OPEN INPUT SortedStudentsFile
    IF NoSortedRegistry
       DISPLAY "No sorted registry - run Listing14-6 first."
       SET EndOfSortedFile TO TRUE
    ELSE
       READ SortedStudentsFile
          AT END SET EndOfSortedFile TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfSortedFile
       MOVE CourseCodeSF TO CourseCodeWF
       MOVE StudentIdSF  TO StudentIdWF
       MOVE SurnameSF    TO SurnameWF
       RELEASE StudentWorkRec
       READ SortedStudentsFile
          AT END SET EndOfSortedFile TO TRUE
       END-READ
    END-PERFORM
    IF NOT NoSortedRegistry
       CLOSE SortedStudentsFile
    END-IF.

ProcessCourses.
    RETURN WorkFile
       AT END SET EndOfWorkFile TO TRUE
    END-RETURN
    PERFORM ProcessOneCourse UNTIL EndOfWorkFile.

ProcessOneCourse.
    MOVE CourseCodeWF TO CurrentCourse
    MOVE ZERO TO CourseStudentCount
    PERFORM UNTIL EndOfWorkFile
            OR CourseCodeWF NOT = CurrentCourse
       IF CourseStudentCount < 500
          ADD 1 TO CourseStudentCount
          MOVE StudentIdWF TO CS-StudentId(CourseStudentCount)
          MOVE SurnameWF   TO CS-Surname(CourseStudentCount)
       ELSE
          ADD 1 TO StudentsDropped
       END-IF
       RETURN WorkFile
          AT END SET EndOfWorkFile TO TRUE
       END-RETURN
    END-PERFORM
    ADD 1 TO CoursesProcessed
    PERFORM LoadCourseModules
    IF CourseModuleCount = ZERO
       DISPLAY " "
       DISPLAY "Course " CurrentCourse " has no modules on the module"
               " master - no decisions made."
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING CourseStudentIdx FROM 1 BY 1
            UNTIL CourseStudentIdx > CourseStudentCount
       PERFORM DecideOneStudent
       PERFORM PrintTranscript
       PERFORM WriteDecision
    END-PERFORM
    PERFORM PrintBroadsheet.

LoadCourseModules.
*   The module master is kept in CourseCode, ModuleCode order, so the
*   course's modules come out in ModuleCode order.
    MOVE ZERO TO CourseModuleCount, CourseCredits
    PERFORM VARYING ModuleIdx FROM 1 BY 1
            UNTIL ModuleIdx > ModuleCount
       IF MT-CourseCode(ModuleIdx) = CurrentCourse
          AND CourseModuleCount < 10
          ADD 1 TO CourseModuleCount
          MOVE MT-ModuleCode(ModuleIdx)
               TO CM-ModuleCode(CourseModuleCount)
          MOVE MT-ModuleTitle(ModuleIdx)
               TO CM-ModuleTitle(CourseModuleCount)
          MOVE MT-Credits(ModuleIdx) TO CM-Credits(CourseModuleCount)
          ADD MT-Credits(ModuleIdx) TO CourseCredits
       END-IF
    END-PERFORM.

DecideOneStudent.
*   The average is over the modules with a result, so a student
*   still waiting on a mark sees where they stand so far.
    MOVE ZERO TO WeightedMarks, CreditsCounted,
                 CS-CreditsFailed(CourseStudentIdx)
    SET NoResultMissing TO TRUE
    PERFORM VARYING CourseModuleIdx FROM 1 BY 1
            UNTIL CourseModuleIdx > CourseModuleCount
       PERFORM FindStudentResult
       IF ResultNotFound
          SET ResultMissing TO TRUE
          MOVE "---" TO CS-MarkX(CourseStudentIdx, CourseModuleIdx)
       ELSE
          PERFORM CountOneResult
       END-IF
    END-PERFORM
    IF CreditsCounted = ZERO
       MOVE ZERO TO CS-Average(CourseStudentIdx)
    ELSE
       COMPUTE CS-Average(CourseStudentIdx) ROUNDED =
               WeightedMarks / CreditsCounted
    END-IF
    EVALUATE TRUE
        WHEN ResultMissing
           MOVE "INCOMPLETE" TO CS-Decision(CourseStudentIdx)
           ADD 1 TO IncompleteCount
        WHEN CS-CreditsFailed(CourseStudentIdx) = ZERO
             AND CS-Average(CourseStudentIdx) >= PassAverage
           MOVE "PASS" TO CS-Decision(CourseStudentIdx)
           ADD 1 TO PassCount
        WHEN CS-CreditsFailed(CourseStudentIdx) <= RepeatCreditLimit
           MOVE "REPEAT" TO CS-Decision(CourseStudentIdx)
           ADD 1 TO RepeatCount
        WHEN OTHER
           MOVE "FAIL" TO CS-Decision(CourseStudentIdx)
           ADD 1 TO FailCount
    END-EVALUATE.

CountOneResult.
    MOVE RT-Mark(ResultIdx) TO MarkCounted
    IF RT-Absent(ResultIdx)
       MOVE "ABS" TO CS-MarkX(CourseStudentIdx, CourseModuleIdx)
    ELSE
       MOVE RT-Mark(ResultIdx)
            TO CS-MarkN(CourseStudentIdx, CourseModuleIdx)
    END-IF
    IF MarkCounted < PassMark
       ADD CM-Credits(CourseModuleIdx)
           TO CS-CreditsFailed(CourseStudentIdx)
    END-IF
    ADD CM-Credits(CourseModuleIdx) TO CreditsCounted
    COMPUTE WeightedMarks = WeightedMarks
            + MarkCounted * CM-Credits(CourseModuleIdx).

FindStudentResult.
    SET ResultNotFound TO TRUE
    PERFORM VARYING ResultIdx FROM 1 BY 1
            UNTIL ResultIdx > ResultCount OR ResultFound
       IF RT-StudentId(ResultIdx) = CS-StudentId(CourseStudentIdx)
          AND RT-ModuleCode(ResultIdx) = CM-ModuleCode(CourseModuleIdx)
          SET ResultFound TO TRUE
       END-IF
    END-PERFORM
    IF ResultFound
       SUBTRACT 1 FROM ResultIdx
    END-IF.

PrintTranscript.
    DISPLAY " "
    DISPLAY "***** TRANSCRIPT *****"
    DISPLAY "Student " CS-StudentId(CourseStudentIdx) "  "
            CS-Surname(CourseStudentIdx) "  course " CurrentCourse
    DISPLAY "Module  Title                 Credits  Mark  Result"
    PERFORM VARYING CourseModuleIdx FROM 1 BY 1
            UNTIL CourseModuleIdx > CourseModuleCount
       MOVE CM-ModuleCode(CourseModuleIdx)  TO PrnModuleCode
       MOVE CM-ModuleTitle(CourseModuleIdx) TO PrnModuleTitle
       MOVE CM-Credits(CourseModuleIdx)     TO PrnCredits
       EVALUATE TRUE
           WHEN CS-NoResult(CourseStudentIdx, CourseModuleIdx)
              MOVE "---" TO PrnMark
              MOVE "NO RESULT" TO PrnModuleResult
           WHEN CS-AbsentMark(CourseStudentIdx, CourseModuleIdx)
              MOVE "ABS" TO PrnMark
              MOVE "FAIL" TO PrnModuleResult
           WHEN OTHER
              MOVE CS-MarkN(CourseStudentIdx, CourseModuleIdx)
                   TO PrnMarkEdit
              MOVE PrnMarkEdit TO PrnMark
              IF CS-MarkN(CourseStudentIdx, CourseModuleIdx)
                 < PassMark
                 MOVE "FAIL" TO PrnModuleResult
              ELSE
                 MOVE "PASS" TO PrnModuleResult
              END-IF
       END-EVALUATE
       DISPLAY TranscriptLine
    END-PERFORM
    MOVE CS-Average(CourseStudentIdx) TO PrnAverageEdit
    MOVE CS-CreditsFailed(CourseStudentIdx) TO PrnMarkEdit
    DISPLAY "Weighted average - " PrnAverageEdit
            "   credits failed - " PrnMarkEdit
    DISPLAY "Decision - " CS-Decision(CourseStudentIdx).

WriteDecision.
    MOVE CS-StudentId(CourseStudentIdx)     TO StudentIdDF
    MOVE CurrentCourse                      TO CourseCodeDF
    MOVE CS-Average(CourseStudentIdx)       TO AverageDF
    MOVE CS-CreditsFailed(CourseStudentIdx) TO CreditsFailedDF
    MOVE CS-Decision(CourseStudentIdx)      TO DecisionDF
    MOVE TodaysDate                         TO RunDateDF
    WRITE DecisionRec.

PrintBroadsheet.
*   Marks below the pass mark are flagged with an asterisk.
    MOVE SPACES TO BroadsheetHeading(19:70)
    PERFORM VARYING CourseModuleIdx FROM 1 BY 1
            UNTIL CourseModuleIdx > CourseModuleCount
       MOVE CM-ModuleCode(CourseModuleIdx)
            TO BH-ModuleCode(CourseModuleIdx)
    END-PERFORM
    DISPLAY " "
    DISPLAY "***** RESULTS BROADSHEET - COURSE " CurrentCourse
            " *****"
    DISPLAY "Pass mark " PassMark "  progression average "
            PassAverage "  repeat limit " RepeatCreditLimit
            " credits"
    DISPLAY BroadsheetHeading
    PERFORM VARYING CourseStudentIdx FROM 1 BY 1
            UNTIL CourseStudentIdx > CourseStudentCount
       MOVE SPACES TO BroadsheetLine
       MOVE CS-StudentId(CourseStudentIdx) TO PrnStudentId
       MOVE CS-Surname(CourseStudentIdx)   TO PrnSurname
       PERFORM VARYING CourseModuleIdx FROM 1 BY 1
               UNTIL CourseModuleIdx > CourseModuleCount
          IF CS-NoResult(CourseStudentIdx, CourseModuleIdx)
             OR CS-AbsentMark(CourseStudentIdx, CourseModuleIdx)
             MOVE CS-MarkX(CourseStudentIdx, CourseModuleIdx)
                  TO BL-Mark(CourseModuleIdx)
          ELSE
             MOVE CS-MarkN(CourseStudentIdx, CourseModuleIdx)
                  TO PrnMarkEdit
             MOVE PrnMarkEdit TO BL-Mark(CourseModuleIdx)
          END-IF
          IF CS-AbsentMark(CourseStudentIdx, CourseModuleIdx)
             MOVE "*" TO BL-FailFlag(CourseModuleIdx)
          END-IF
          IF CS-MarkX(CourseStudentIdx, CourseModuleIdx) NUMERIC
             AND CS-MarkN(CourseStudentIdx, CourseModuleIdx)
                 < PassMark
             MOVE "*" TO BL-FailFlag(CourseModuleIdx)
          END-IF
       END-PERFORM
       MOVE CS-Average(CourseStudentIdx)  TO PrnAverage
       MOVE CS-Decision(CourseStudentIdx) TO PrnDecision
       DISPLAY BroadsheetLine
    END-PERFORM
    MOVE CourseStudentCount TO PrnCount
    DISPLAY "Students - " PrnCount.
