IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing14-41.
AUTHOR. Michael Coughlan.
* Exam results capture for the student registry.
* The marks used to be kept in the departments' own spreadsheets.
* The exams office now keys each result here against a StudentId and
* a ModuleCode:
*   - the StudentId is looked up in the duplicate-free sorted
*     registry (Listing14-6.srt) - a binary search, as the registry
*     is in StudentId order - and the student's surname and course
*     are shown;
*   - the module must be one of the student's course's modules on
*     the module master (Listing14-40);
*   - the mark is 000-100, or ABS when the student was absent (an
*     absence counts as a mark of zero at progression).
* A result already on file for the student and module is shown and
* is replaced only when the operator confirms it, so a re-marked
* script can be corrected.  The results are held in a table for the
* session and written back when the office finishes.  The
* progression run (Listing14-42) reads the results file.

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
*      M a mark, A absent (counted as zero).
   02  ResultTypeRS      PIC X.
   02  DateEnteredRS     PIC 9(8).

WORKING-STORAGE SECTION.
01 SortedStudentsStatus  PIC XX.
   88 NoSortedRegistry   VALUE "35".
01 ModuleStatus          PIC XX.
   88 NoModuleFile       VALUE "35".
01 ResultsStatus         PIC XX.
   88 NoResultsFileYet   VALUE "35".

*  The registry in StudentId order for SEARCH ALL.
01 RegistryTable.
   02 RegistryEntry OCCURS 1 TO 2000 TIMES
              DEPENDING ON RegistryCount
              ASCENDING KEY IS RG-StudentId
              INDEXED BY RGIdx.
      03 RG-StudentId    PIC 9(7).
      03 RG-CourseCode   PIC X(5).
      03 RG-Surname      PIC X(8).

01 RegistryCount         PIC 9(4) VALUE ZERO.

01 ModuleTable.
   02 ModuleEntry OCCURS 300 TIMES.
      03 MT-CourseCode   PIC X(5).
      03 MT-ModuleCode   PIC X(6).
      03 MT-ModuleTitle  PIC X(20).
      03 MT-Credits      PIC 99.

01 ModuleCount           PIC 9(3) VALUE ZERO.
01 ModuleIdx             PIC 9(3).
01 FILLER                PIC X VALUE "n".
   88 ModuleFound        VALUE "y".
   88 ModuleNotFound     VALUE "n".

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

01 EnteredStudent        PIC X(7).
   88 NoMoreResults      VALUE "0000000".
01 EnteredStudentN REDEFINES EnteredStudent
                         PIC 9(7).
01 StudentCourse         PIC X(5).
01 EnteredModule         PIC X(6).
01 EnteredMark           PIC X(3).
   88 MarkedAbsent       VALUE "ABS", "abs".
01 EnteredMarkN REDEFINES EnteredMark
                         PIC 9(3).
01 FILLER                PIC X VALUE "n".
   88 FieldAccepted      VALUE "y".
   88 FieldRejected      VALUE "n".

01 ConfirmReply          PIC X.
   88 EntryConfirmed     VALUE "Y", "y".

01 TodaysDate            PIC 9(8).
01 ResultsAdded          PIC 9(4) VALUE ZERO.
01 ResultsReplaced       PIC 9(4) VALUE ZERO.
01 PrnCount              PIC Z,ZZ9.
01 PrnMark               PIC ZZ9.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
    PERFORM LoadRegistryTable
    PERFORM LoadModuleTable
    PERFORM LoadResultTable
    DISPLAY "Exam results capture - " TodaysDate
    PERFORM GetStudentId
    PERFORM CaptureOneResult UNTIL NoMoreResults
    IF ResultsAdded NOT = ZERO OR ResultsReplaced NOT = ZERO
       PERFORM RewriteResultsFile
    END-IF
    DISPLAY " "
    MOVE ResultsAdded TO PrnCount
    DISPLAY "Results added    - " PrnCount
    MOVE ResultsReplaced TO PrnCount
    DISPLAY "Results replaced - " PrnCount
    STOP RUN.

LoadRegistryTable.
    OPEN INPUT SortedStudentsFile
    IF NoSortedRegistry
       DISPLAY "No sorted registry - run Listing14-6 first."
       STOP RUN
    END-IF
    READ SortedStudentsFile
       AT END SET EndOfSortedFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfSortedFile
       IF RegistryCount < 2000
          ADD 1 TO RegistryCount
          MOVE StudentIdSF  TO RG-StudentId(RegistryCount)
          MOVE CourseCodeSF TO RG-CourseCode(RegistryCount)
          MOVE SurnameSF    TO RG-Surname(RegistryCount)
       ELSE
          DISPLAY "More than 2000 students - the table must be"
                  " enlarged before this run."
          STOP RUN
       END-IF
       READ SortedStudentsFile
          AT END SET EndOfSortedFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE SortedStudentsFile.

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
    IF NoResultsFileYet
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

GetStudentId.
    DISPLAY " "
    DISPLAY "StudentId (0000000 to finish) - " WITH NO ADVANCING
    ACCEPT EnteredStudent.

CaptureOneResult.
    IF EnteredStudent NOT NUMERIC
       DISPLAY "StudentId must be 7 digits - " EnteredStudent
       PERFORM GetStudentId
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO StudentCourse
    SEARCH ALL RegistryEntry
       AT END CONTINUE
       WHEN RG-StudentId(RGIdx) = EnteredStudentN
            MOVE RG-CourseCode(RGIdx) TO StudentCourse
    END-SEARCH
    IF StudentCourse = SPACES
       DISPLAY "No student " EnteredStudent " on the registry."
       PERFORM GetStudentId
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Student - " RG-Surname(RGIdx) "  course " StudentCourse
    SET ModuleNotFound TO TRUE
    PERFORM VARYING ModuleIdx FROM 1 BY 1
            UNTIL ModuleIdx > ModuleCount OR ModuleFound
       IF MT-CourseCode(ModuleIdx) = StudentCourse
          SET ModuleFound TO TRUE
       END-IF
    END-PERFORM
    IF ModuleNotFound
       DISPLAY "Course " StudentCourse " has no modules on the module"
               " master - set them up with Listing14-40."
       PERFORM GetStudentId
       EXIT PARAGRAPH
    END-IF
    PERFORM GetValidModule
    PERFORM FindResult
    IF ResultFound
       IF RT-Absent(ResultIdx)
          DISPLAY "Already on file - ABS entered "
                  RT-DateEntered(ResultIdx)
       ELSE
          MOVE RT-Mark(ResultIdx) TO PrnMark
          DISPLAY "Already on file - mark " PrnMark " entered "
                  RT-DateEntered(ResultIdx)
       END-IF
       DISPLAY "Replace it (Y/N) - " WITH NO ADVANCING
       ACCEPT ConfirmReply
       IF NOT EntryConfirmed
          DISPLAY "Result kept."
          PERFORM GetStudentId
          EXIT PARAGRAPH
       END-IF
    ELSE
       IF ResultCount >= 5000
          DISPLAY "More than 5000 results - the table must be"
                  " enlarged before this run."
          PERFORM GetStudentId
          EXIT PARAGRAPH
       END-IF
    END-IF
    PERFORM GetValidMark
    IF ResultNotFound
       ADD 1 TO ResultCount
       MOVE ResultCount TO ResultIdx
       ADD 1 TO ResultsAdded
    ELSE
       ADD 1 TO ResultsReplaced
    END-IF
    MOVE EnteredStudentN TO RT-StudentId(ResultIdx)
    MOVE EnteredModule   TO RT-ModuleCode(ResultIdx)
    MOVE StudentCourse   TO RT-CourseCode(ResultIdx)
    IF MarkedAbsent
       MOVE ZERO TO RT-Mark(ResultIdx)
       MOVE "A"  TO RT-ResultType(ResultIdx)
    ELSE
       MOVE EnteredMarkN TO RT-Mark(ResultIdx)
       MOVE "M"  TO RT-ResultType(ResultIdx)
    END-IF
    MOVE TodaysDate TO RT-DateEntered(ResultIdx)
    DISPLAY "Result recorded."
    PERFORM GetStudentId.

GetValidModule.
    SET ModuleNotFound TO TRUE
    PERFORM UNTIL ModuleFound
       DISPLAY "ModuleCode - " WITH NO ADVANCING
       ACCEPT EnteredModule
       PERFORM VARYING ModuleIdx FROM 1 BY 1
               UNTIL ModuleIdx > ModuleCount OR ModuleFound
          IF MT-CourseCode(ModuleIdx) = StudentCourse
             AND MT-ModuleCode(ModuleIdx) = EnteredModule
             SET ModuleFound TO TRUE
          END-IF
       END-PERFORM
       IF ModuleFound
          SUBTRACT 1 FROM ModuleIdx
          DISPLAY "Module - " MT-ModuleTitle(ModuleIdx)
       ELSE
          DISPLAY "Module " EnteredModule " is not taught on course "
                  StudentCourse "."
       END-IF
    END-PERFORM.

GetValidMark.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Mark (000-100, or ABS) - " WITH NO ADVANCING
       ACCEPT EnteredMark
       EVALUATE TRUE
           WHEN MarkedAbsent
              SET FieldAccepted TO TRUE
           WHEN EnteredMark NOT NUMERIC
              DISPLAY "Mark must be 3 digits or ABS - " EnteredMark
           WHEN EnteredMarkN > 100
              DISPLAY "Mark cannot be over 100 - " EnteredMark
           WHEN OTHER
              SET FieldAccepted TO TRUE
       END-EVALUATE
    END-PERFORM.

FindResult.
    SET ResultNotFound TO TRUE
    PERFORM VARYING ResultIdx FROM 1 BY 1
            UNTIL ResultIdx > ResultCount OR ResultFound
       IF RT-StudentId(ResultIdx) = EnteredStudentN
          AND RT-ModuleCode(ResultIdx) = EnteredModule
          SET ResultFound TO TRUE
       END-IF
    END-PERFORM
    IF ResultFound
       SUBTRACT 1 FROM ResultIdx
    END-IF.

RewriteResultsFile.
    OPEN OUTPUT ResultsFile
    PERFORM VARYING ResultIdx FROM 1 BY 1
            UNTIL ResultIdx > ResultCount
       MOVE ResultEntry(ResultIdx) TO ResultRecRS
       WRITE ResultRecRS
    END-PERFORM
    CLOSE ResultsFile.
