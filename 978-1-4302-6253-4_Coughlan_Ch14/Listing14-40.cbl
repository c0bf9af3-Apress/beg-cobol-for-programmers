IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing14-40.
AUTHOR. Michael Coughlan.
* Module master maintenance for the student registry.
* Each course (the CourseCode on the registry) is taught as a set of
* modules, and each module carries a credit weight that the
* progression run (Listing14-42) uses to weight the student's marks.
* The module master holds one record per course and module:
*   CourseCode, ModuleCode, the module title and its credits.
* The exams office adds modules, changes a module's title or credits,
* removes a module that is no longer taught, and lists a course's
* modules with the course's total credits.  A course may have at
* most 10 modules - that is what the results broadsheet can print
* across the page.  The master is held in a table for the session and
* written back in CourseCode, ModuleCode order when the office quits.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ModuleFile ASSIGN TO "Listing14-40Modules.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ModuleStatus.

DATA DIVISION.
FILE SECTION.
FD ModuleFile.
01 ModuleRecMM.
   88  EndOfModuleFile   VALUE HIGH-VALUES.
   02  CourseCodeMM      PIC X(5).
   02  ModuleCodeMM      PIC X(6).
   02  ModuleTitleMM     PIC X(20).
   02  CreditsMM         PIC 99.

WORKING-STORAGE SECTION.
01 ModuleStatus          PIC XX.
   88 NoModuleFileYet    VALUE "35".

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

01 SubscriptA            PIC 9(3).
01 SubscriptB            PIC 9(3).
01 SwapModuleEntry       PIC X(33).

01 MenuChoice            PIC X.
   88 ChoseAddModule     VALUE "1".
   88 ChoseChangeModule  VALUE "2".
   88 ChoseRemoveModule  VALUE "3".
   88 ChoseListCourse    VALUE "4".
   88 ChoseQuit          VALUE "0".
   88 ValidMenuChoice    VALUE "0" THRU "4".

01 EnteredCourse         PIC X(5).
01 EnteredModule         PIC X(6).
01 EnteredTitle          PIC X(20).
01 EnteredCredits        PIC X(2).
01 EnteredCreditsN REDEFINES EnteredCredits
                         PIC 99.
01 FILLER                PIC X VALUE "n".
   88 FieldAccepted      VALUE "y".
   88 FieldRejected      VALUE "n".

01 ConfirmReply          PIC X.
   88 EntryConfirmed     VALUE "Y", "y".

01 CourseModules         PIC 99.
01 CourseCredits         PIC 9(3).
01 ModulesChanged        PIC 9(3) VALUE ZERO.
01 PrnCount              PIC ZZ9.

01 ModuleListLine.
   02 PrnModuleCode      PIC X(6).
   02 FILLER             PIC X(2) VALUE SPACES.
   02 PrnModuleTitle     PIC X(20).
   02 FILLER             PIC X(2) VALUE SPACES.
   02 PrnCredits         PIC Z9.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Module master maintenance"
    PERFORM LoadModuleTable
    PERFORM DisplayMenuAndGetChoice
    PERFORM UNTIL ChoseQuit
       EVALUATE TRUE
           WHEN ChoseAddModule    PERFORM AddOneModule
           WHEN ChoseChangeModule PERFORM ChangeOneModule
           WHEN ChoseRemoveModule PERFORM RemoveOneModule
           WHEN ChoseListCourse   PERFORM ListCourseModules
       END-EVALUATE
       PERFORM DisplayMenuAndGetChoice
    END-PERFORM
    IF ModulesChanged NOT = ZERO
       PERFORM SortModuleTable
       PERFORM RewriteModuleFile
    END-IF
    DISPLAY " "
    MOVE ModulesChanged TO PrnCount
    DISPLAY "Module records added, changed or removed - " PrnCount
    STOP RUN.

LoadModuleTable.
    OPEN INPUT ModuleFile
    IF NoModuleFileYet
       EXIT PARAGRAPH
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

DisplayMenuAndGetChoice.
    DISPLAY " "
    DISPLAY "1. Add a module to a course"
    DISPLAY "2. Change a module's title or credits"
    DISPLAY "3. Remove a module from a course"
    DISPLAY "4. List a course's modules"
    DISPLAY "0. Quit"
    MOVE SPACE TO MenuChoice
    PERFORM UNTIL ValidMenuChoice
       DISPLAY "Enter choice - " WITH NO ADVANCING
       ACCEPT MenuChoice
    END-PERFORM.

AddOneModule.
    PERFORM GetCourseAndModule
    PERFORM FindModule
    IF ModuleFound
       DISPLAY "Module " EnteredModule " is already on course "
               EnteredCourse " - " MT-ModuleTitle(ModuleIdx)
       EXIT PARAGRAPH
    END-IF
    PERFORM CountCourseModules
    IF CourseModules >= 10
       DISPLAY "Course " EnteredCourse " already has 10 modules."
       EXIT PARAGRAPH
    END-IF
    IF ModuleCount >= 300
       DISPLAY "More than 300 modules - the table must be enlarged"
               " before this run."
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO EnteredTitle
    PERFORM UNTIL EnteredTitle NOT = SPACES
       DISPLAY "Module title (20 chars) - " WITH NO ADVANCING
       ACCEPT EnteredTitle
    END-PERFORM
    PERFORM GetValidCredits
    ADD 1 TO ModuleCount
    MOVE EnteredCourse   TO MT-CourseCode(ModuleCount)
    MOVE EnteredModule   TO MT-ModuleCode(ModuleCount)
    MOVE EnteredTitle    TO MT-ModuleTitle(ModuleCount)
    MOVE EnteredCreditsN TO MT-Credits(ModuleCount)
    ADD 1 TO ModulesChanged
    DISPLAY "Module " EnteredModule " added to course "
            EnteredCourse ".".

ChangeOneModule.
    PERFORM GetCourseAndModule
    PERFORM FindModule
    IF ModuleNotFound
       DISPLAY "Module " EnteredModule " is not on course "
               EnteredCourse "."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Press Enter to keep the value shown."
    DISPLAY "Title   (" MT-ModuleTitle(ModuleIdx) ") - "
            WITH NO ADVANCING
    ACCEPT EnteredTitle
    IF EnteredTitle NOT = SPACES
       MOVE EnteredTitle TO MT-ModuleTitle(ModuleIdx)
    END-IF
    DISPLAY "Credits now " MT-Credits(ModuleIdx)
    PERFORM GetValidCredits
    MOVE EnteredCreditsN TO MT-Credits(ModuleIdx)
    ADD 1 TO ModulesChanged
    DISPLAY "Module " EnteredModule " changed.".

RemoveOneModule.
*   Results already captured for the module stay on the results file
*   but no longer count towards the progression decision.
    PERFORM GetCourseAndModule
    PERFORM FindModule
    IF ModuleNotFound
       DISPLAY "Module " EnteredModule " is not on course "
               EnteredCourse "."
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Remove " MT-ModuleTitle(ModuleIdx) " from course "
            EnteredCourse " (Y/N) - " WITH NO ADVANCING
    ACCEPT ConfirmReply
    IF NOT EntryConfirmed
       DISPLAY "Not removed."
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING ModuleIdx FROM ModuleIdx BY 1
            UNTIL ModuleIdx >= ModuleCount
       MOVE ModuleEntry(ModuleIdx + 1) TO ModuleEntry(ModuleIdx)
    END-PERFORM
    SUBTRACT 1 FROM ModuleCount
    ADD 1 TO ModulesChanged
    DISPLAY "Module " EnteredModule " removed.".

ListCourseModules.
    MOVE SPACES TO EnteredCourse
    PERFORM UNTIL EnteredCourse NOT = SPACES
       DISPLAY "CourseCode - " WITH NO ADVANCING
       ACCEPT EnteredCourse
    END-PERFORM
    PERFORM SortModuleTable
    DISPLAY " "
    DISPLAY "***** MODULES - COURSE " EnteredCourse " *****"
    DISPLAY "Module  Title                 Credits"
    MOVE ZERO TO CourseModules, CourseCredits
    PERFORM VARYING ModuleIdx FROM 1 BY 1
            UNTIL ModuleIdx > ModuleCount
       IF MT-CourseCode(ModuleIdx) = EnteredCourse
          ADD 1 TO CourseModules
          ADD MT-Credits(ModuleIdx) TO CourseCredits
          MOVE MT-ModuleCode(ModuleIdx)  TO PrnModuleCode
          MOVE MT-ModuleTitle(ModuleIdx) TO PrnModuleTitle
          MOVE MT-Credits(ModuleIdx)     TO PrnCredits
          DISPLAY ModuleListLine
       END-IF
    END-PERFORM
    DISPLAY "Modules - " CourseModules "  total credits - "
            CourseCredits.

GetCourseAndModule.
    MOVE SPACES TO EnteredCourse, EnteredModule
    PERFORM UNTIL EnteredCourse NOT = SPACES
       DISPLAY "CourseCode - " WITH NO ADVANCING
       ACCEPT EnteredCourse
    END-PERFORM
    PERFORM UNTIL EnteredModule NOT = SPACES
       DISPLAY "ModuleCode - " WITH NO ADVANCING
       ACCEPT EnteredModule
    END-PERFORM.

GetValidCredits.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Credits (2 digits) - " WITH NO ADVANCING
       ACCEPT EnteredCredits
       IF EnteredCredits NOT NUMERIC OR EnteredCreditsN = ZERO
          DISPLAY "Credits must be 01-99 - " EnteredCredits
       ELSE
          SET FieldAccepted TO TRUE
       END-IF
    END-PERFORM.

FindModule.
    SET ModuleNotFound TO TRUE
    PERFORM VARYING ModuleIdx FROM 1 BY 1
            UNTIL ModuleIdx > ModuleCount OR ModuleFound
       IF MT-CourseCode(ModuleIdx) = EnteredCourse
          AND MT-ModuleCode(ModuleIdx) = EnteredModule
          SET ModuleFound TO TRUE
       END-IF
    END-PERFORM
    IF ModuleFound
       SUBTRACT 1 FROM ModuleIdx
    END-IF.

CountCourseModules.
    MOVE ZERO TO CourseModules
    PERFORM VARYING ModuleIdx FROM 1 BY 1
            UNTIL ModuleIdx > ModuleCount
       IF MT-CourseCode(ModuleIdx) = EnteredCourse
          ADD 1 TO CourseModules
       END-IF
    END-PERFORM.

SortModuleTable.
*   Bubble sort on CourseCode and ModuleCode together.
    PERFORM VARYING SubscriptA FROM 1 BY 1
            UNTIL SubscriptA >= ModuleCount
       PERFORM VARYING SubscriptB FROM 1 BY 1
               UNTIL SubscriptB > ModuleCount - SubscriptA
          IF ModuleEntry(SubscriptB)(1:11)
             > ModuleEntry(SubscriptB + 1)(1:11)
             MOVE ModuleEntry(SubscriptB)     TO SwapModuleEntry
             MOVE ModuleEntry(SubscriptB + 1)
                  TO ModuleEntry(SubscriptB)
             MOVE SwapModuleEntry TO ModuleEntry(SubscriptB + 1)
          END-IF
       END-PERFORM
    END-PERFORM.

RewriteModuleFile.
    OPEN OUTPUT ModuleFile
    PERFORM VARYING ModuleIdx FROM 1 BY 1
            UNTIL ModuleIdx > ModuleCount
       MOVE ModuleEntry(ModuleIdx) TO ModuleRecMM
       WRITE ModuleRecMM
    END-PERFORM
    CLOSE ModuleFile.
