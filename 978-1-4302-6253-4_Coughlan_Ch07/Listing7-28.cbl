IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing7-28.
AUTHOR. Michael Coughlan
* Training and certification register maintenance.
* Forklift licences, first-aid certificates, electrical tickets and
* the like are held on the TrainingFile - an INDEXED register with
* one record per employee per course, keyed on EmpSSN plus course
* code, holding the date the course was passed and the date the
* certificate expires (zero for one that never expires).
* The CourseFile is the course master: each course's name, how many
* months a pass stays valid, and the departments whose staff must
* hold it.  Listing7-29 uses both to report expiring and missing
* certificates each month.
* The operator signs on through the shared SignOnOperator service:
*   - level 2 may list an employee's certificates, record a pass
*     (a renewal replaces the employee's record for the course) or
*     remove a record keyed in error; the expiry date defaults to the
*     pass date plus the course's months of validity;
*   - level 3 may also add a course or change one, including the
*     departments that must hold it; the course master is rewritten
*     at the end of the session.
* The EmpSSN is validated against the INDEXED EmployeeFile and the
* department codes against the DepartmentFile.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT EmployeeFile ASSIGN TO "Employee.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS EmpSSN
          ALTERNATE RECORD KEY IS EmpSurname
              WITH DUPLICATES
          FILE STATUS IS EmployeeStatus.

   SELECT DepartmentFile ASSIGN TO "Listing7-11Depts.dat"
          ORGANIZATION IS LINE SEQUENTIAL.

   SELECT CourseFile ASSIGN TO "Listing7-28Courses.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CourseStatus.

   SELECT TrainingFile ASSIGN TO "Listing7-28Training.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS TrainingKey-TR
          FILE STATUS IS TrainingStatus.

DATA DIVISION.
FILE SECTION.
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

FD CourseFile.
01 CourseRec.
   88 EndOfCourseFile      VALUE HIGH-VALUES.
   02 CourseCode-CM        PIC X(4).
   02 CourseName-CM        PIC X(25).
   02 ValidMonths-CM       PIC 99.
   02 MandatoryDept-CM     PIC X(4) OCCURS 10 TIMES.

FD TrainingFile.
01 TrainingRec.
   02 TrainingKey-TR.
      03 EmpSSN-TR         PIC 9(9).
      03 CourseCode-TR     PIC X(4).
   02 DatePassed-TR        PIC 9(8).
   02 ExpiryDate-TR        PIC 9(8).
   02 EnteredBy-TR         PIC X(4).

WORKING-STORAGE SECTION.
01 EmployeeStatus          PIC XX.
   88 EmployeeFileOK       VALUE "00".
   88 NoSuchEmployee       VALUE "23".

01 CourseStatus            PIC XX.
   88 NoCourseFileYet      VALUE "35".

01 TrainingStatus          PIC XX.
   88 TrainingRecordFound  VALUE "00".
   88 NoTrainingRecord     VALUE "23".
   88 NoTrainingFileYet    VALUE "35".

01 OperatorId              PIC X(4).
01 SignOnProgramName       PIC X(12) VALUE "Listing7-28".
01 OperatorPermission      PIC 9.
   88 UpdatesAllowed       VALUE 2, 3.
   88 CourseChangesAllowed VALUE 3.
01 LogActionName           PIC X(8).

01 DepartmentTable.
   02 DepartmentEntry OCCURS 50 TIMES
              ASCENDING KEY IS DT-DeptCode
              INDEXED BY DTIdx.
      03 DT-DeptCode       PIC X(4).
      03 DT-DeptName       PIC X(20).
      03 DT-DeptManager    PIC X(25).
      03 DT-ManagerOper    PIC X(4).

01 DepartmentCount         PIC 99 VALUE ZERO.

01 CourseTable.
   02 CourseEntry OCCURS 100 TIMES.
      03 CT-CourseRec      PIC X(71).
      03 CT-CourseFields REDEFINES CT-CourseRec.
         04 CT-CourseCode  PIC X(4).
         04 CT-CourseName  PIC X(25).
         04 CT-ValidMonths PIC 99.
         04 CT-MandatoryDept PIC X(4) OCCURS 10 TIMES.

01 CourseCount             PIC 9(3) VALUE ZERO.
01 CourseIdx               PIC 9(3).
01 FoundCourseIdx          PIC 9(3).
01 MandatoryIdx            PIC 99.
01 CourseChanges           PIC 9(4) VALUE ZERO.

01 MenuChoice              PIC X.
   88 ChoseList            VALUE "1".
   88 ChoseRecordPass      VALUE "2".
   88 ChoseRemove          VALUE "3".
   88 ChoseCourse          VALUE "4".
   88 ChoseQuit            VALUE "0".
   88 ValidMenuChoice      VALUE "0", "1", "2", "3", "4".

01 EnteredSSN              PIC X(9).
01 EnteredSSNNum REDEFINES EnteredSSN
                           PIC 9(9).
01 EnteredCourse           PIC X(4).
01 EnteredCourseName       PIC X(25).
01 EnteredMonths           PIC XX.
01 EnteredMonthsNum REDEFINES EnteredMonths
                           PIC 99.
01 EnteredDept             PIC X(4).
01 EnteredPassDate         PIC X(8).
01 EnteredPassDateNum REDEFINES EnteredPassDate
                           PIC 9(8).
01 EnteredExpiry           PIC X(8).
01 EnteredExpiryNum REDEFINES EnteredExpiry
                           PIC 9(8).

01 FILLER                  PIC X VALUE "n".
   88 FieldAccepted        VALUE "y".
   88 FieldRejected        VALUE "n".

01 ConfirmReply            PIC X.
   88 EntryConfirmed       VALUE "Y", "y".

01 DateCheckInt            PIC 9(7).
01 PassDateInt             PIC 9(7).
01 TodaysDate              PIC 9(8).
01 TodaysDateInt           PIC 9(7).

01 DefaultExpiry           PIC 9(8).
01 DefaultExpiryR REDEFINES DefaultExpiry.
   02 ExpiryYear           PIC 9(4).
   02 ExpiryMonth          PIC 99.
   02 ExpiryDay            PIC 99.
01 PassDateR.
   02 PassYear             PIC 9(4).
   02 PassMonth            PIC 99.
   02 PassDay              PIC 99.
01 MonthsFromJan           PIC 9(4).

01 ListedCount             PIC 9(3).
01 PassesRecorded          PIC 9(4) VALUE ZERO.
01 RecordsRemoved          PIC 9(4) VALUE ZERO.
01 PrnCount                PIC ZZZ9.

01 CertificateListLine.
   02 PrnCourseCode        PIC X(4).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnCourseName        PIC X(25).
   02 FILLER               PIC X(9)  VALUE "  passed ".
   02 PrnDatePassed        PIC 9999/99/99.
   02 FILLER               PIC X(9)  VALUE "  expires".
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnExpiry            PIC X(10).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnCertNote          PIC X(8).

01 PrnDate                 PIC 9999/99/99.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Training and certification register maintenance"
   CALL "SignOnOperator" USING SignOnProgramName, OperatorId,
                               OperatorPermission
   IF NOT UpdatesAllowed
      DISPLAY "Maintaining the training register needs permission"
              " level 2."
      STOP RUN
   END-IF
   MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
   COMPUTE TodaysDateInt = FUNCTION INTEGER-OF-DATE(TodaysDate)
   PERFORM LoadDepartmentTable
   PERFORM LoadCourseTable
   OPEN INPUT EmployeeFile
   OPEN I-O TrainingFile
   IF NoTrainingFileYet
      OPEN OUTPUT TrainingFile
      CLOSE TrainingFile
      OPEN I-O TrainingFile
   END-IF
   PERFORM DisplayMenuAndGetChoice
   PERFORM UNTIL ChoseQuit
      EVALUATE TRUE
          WHEN ChoseList       PERFORM ListCertificates
          WHEN ChoseRecordPass PERFORM RecordPass
          WHEN ChoseRemove     PERFORM RemoveCertificate
          WHEN ChoseCourse     PERFORM MaintainCourse
      END-EVALUATE
      PERFORM DisplayMenuAndGetChoice
   END-PERFORM
   CLOSE EmployeeFile, TrainingFile
   IF CourseChanges > ZERO
      PERFORM RewriteCourseFile
   END-IF
   MOVE PassesRecorded TO PrnCount
   DISPLAY "Passes recorded this session  - " PrnCount
   MOVE RecordsRemoved TO PrnCount
   DISPLAY "Records removed this session  - " PrnCount
   MOVE CourseChanges TO PrnCount
   DISPLAY "Course changes this session   - " PrnCount
   STOP RUN.

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

LoadCourseTable.
   OPEN INPUT CourseFile
   IF NoCourseFileYet
      SET EndOfCourseFile TO TRUE
   ELSE
      READ CourseFile
         AT END SET EndOfCourseFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfCourseFile
      IF CourseCount NOT LESS THAN 100
         DISPLAY "More than 100 courses on the course master - the"
                 " table must be enlarged before this program is run."
         STOP RUN
      END-IF
      ADD 1 TO CourseCount
      MOVE CourseRec TO CT-CourseRec(CourseCount)
      READ CourseFile
         AT END SET EndOfCourseFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoCourseFileYet
      CLOSE CourseFile
   END-IF.

DisplayMenuAndGetChoice.
   DISPLAY " "
   DISPLAY "1. List an employee's certificates"
   DISPLAY "2. Record a course passed"
   DISPLAY "3. Remove a certificate keyed in error"
   DISPLAY "4. Add or change a course (level 3)"
   DISPLAY "0. Quit"
   MOVE SPACE TO MenuChoice
   PERFORM UNTIL ValidMenuChoice
      DISPLAY "Enter choice - " WITH NO ADVANCING
      ACCEPT MenuChoice
   END-PERFORM.

ListCertificates.
   PERFORM GetValidEmployee
   MOVE ZERO TO ListedCount
   MOVE EnteredSSNNum TO EmpSSN-TR
   MOVE LOW-VALUES    TO CourseCode-TR
   START TrainingFile KEY IS NOT LESS THAN TrainingKey-TR
      INVALID KEY MOVE "10" TO TrainingStatus
   END-START
   IF TrainingRecordFound
      READ TrainingFile NEXT RECORD
         AT END MOVE "10" TO TrainingStatus
      END-READ
   END-IF
   PERFORM UNTIL NOT TrainingRecordFound
              OR EmpSSN-TR NOT = EnteredSSNNum
      PERFORM ShowOneCertificate
      ADD 1 TO ListedCount
      READ TrainingFile NEXT RECORD
         AT END MOVE "10" TO TrainingStatus
      END-READ
   END-PERFORM
   IF ListedCount = ZERO
      DISPLAY "No certificates on the register."
   END-IF.

ShowOneCertificate.
   MOVE CourseCode-TR TO PrnCourseCode, EnteredCourse
   PERFORM FindCourse
   IF FoundCourseIdx = ZERO
      MOVE "** not on course master **" TO PrnCourseName
   ELSE
      MOVE CT-CourseName(FoundCourseIdx) TO PrnCourseName
   END-IF
   MOVE DatePassed-TR TO PrnDatePassed
   MOVE SPACES TO PrnCertNote
   IF ExpiryDate-TR = ZERO
      MOVE "never" TO PrnExpiry
   ELSE
      MOVE ExpiryDate-TR TO PrnDate
      MOVE PrnDate TO PrnExpiry
      IF ExpiryDate-TR < TodaysDate
         MOVE "LAPSED" TO PrnCertNote
      END-IF
   END-IF
   DISPLAY CertificateListLine.

RecordPass.
   PERFORM GetValidEmployee
   PERFORM GetValidCourse
   IF FoundCourseIdx = ZERO
      EXIT PARAGRAPH
   END-IF
   PERFORM GetValidPassDate
   PERFORM ComputeDefaultExpiry
   PERFORM GetValidExpiry
   MOVE EnteredSSNNum TO EmpSSN-TR
   MOVE EnteredCourse TO CourseCode-TR
   READ TrainingFile
      INVALID KEY CONTINUE
   END-READ
   IF TrainingRecordFound
      MOVE DatePassed-TR TO PrnDate
      DISPLAY "Replaces the pass of " PrnDate " already recorded."
   END-IF
   DISPLAY "Record " EmpSurname " passed " EnteredCourse " on "
           EnteredPassDate " (Y/N) - " WITH NO ADVANCING
   ACCEPT ConfirmReply
   IF NOT EntryConfirmed
      DISPLAY "Not recorded."
      EXIT PARAGRAPH
   END-IF
   MOVE EnteredPassDateNum TO DatePassed-TR
   MOVE EnteredExpiryNum   TO ExpiryDate-TR
   MOVE OperatorId         TO EnteredBy-TR
   IF TrainingRecordFound
      REWRITE TrainingRec
         INVALID KEY
            DISPLAY "Unexpected rewrite error on TrainingFile - "
                    TrainingStatus
      END-REWRITE
   ELSE
      MOVE EnteredSSNNum TO EmpSSN-TR
      MOVE EnteredCourse TO CourseCode-TR
      WRITE TrainingRec
         INVALID KEY
            DISPLAY "Unexpected write error on TrainingFile - "
                    TrainingStatus
      END-WRITE
   END-IF
   ADD 1 TO PassesRecorded
   MOVE "TRAINPAS" TO LogActionName
   CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                  LogActionName
   DISPLAY "Recorded.".

RemoveCertificate.
   PERFORM GetValidEmployee
   DISPLAY "Course code to remove - " WITH NO ADVANCING
   ACCEPT EnteredCourse
   MOVE EnteredSSNNum TO EmpSSN-TR
   MOVE EnteredCourse TO CourseCode-TR
   READ TrainingFile
      INVALID KEY CONTINUE
   END-READ
   IF NOT TrainingRecordFound
      DISPLAY "No record of " EnteredCourse " for that employee."
      EXIT PARAGRAPH
   END-IF
   PERFORM ShowOneCertificate
   DISPLAY "Remove this record (Y/N) - " WITH NO ADVANCING
   ACCEPT ConfirmReply
   IF NOT EntryConfirmed
      DISPLAY "Not removed."
      EXIT PARAGRAPH
   END-IF
   DELETE TrainingFile RECORD
      INVALID KEY
         DISPLAY "Unexpected delete error on TrainingFile - "
                 TrainingStatus
   END-DELETE
   ADD 1 TO RecordsRemoved
   MOVE "TRAINDEL" TO LogActionName
   CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                  LogActionName
   DISPLAY "Removed.".

MaintainCourse.
   IF NOT CourseChangesAllowed
      DISPLAY "Changing the course master needs permission level 3."
      EXIT PARAGRAPH
   END-IF
   MOVE SPACES TO EnteredCourse
   PERFORM UNTIL EnteredCourse NOT = SPACES
      DISPLAY "Course code (4 chars) - " WITH NO ADVANCING
      ACCEPT EnteredCourse
   END-PERFORM
   PERFORM FindCourse
   IF FoundCourseIdx = ZERO
      IF CourseCount NOT LESS THAN 100
         DISPLAY "Course table full - not added."
         EXIT PARAGRAPH
      END-IF
      DISPLAY "New course " EnteredCourse
      ADD 1 TO CourseCount
      MOVE CourseCount   TO FoundCourseIdx
      MOVE SPACES        TO CT-CourseRec(FoundCourseIdx)
      MOVE EnteredCourse TO CT-CourseCode(FoundCourseIdx)
      MOVE ZERO          TO CT-ValidMonths(FoundCourseIdx)
   ELSE
      PERFORM ShowCourse
   END-IF
   DISPLAY "Course name, blank to keep - " WITH NO ADVANCING
   ACCEPT EnteredCourseName
   IF EnteredCourseName NOT = SPACES
      MOVE EnteredCourseName TO CT-CourseName(FoundCourseIdx)
   END-IF
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Months a pass is valid, 00 never expires - "
              WITH NO ADVANCING
      ACCEPT EnteredMonths
      IF EnteredMonths NOT NUMERIC
         DISPLAY "Months must be 2 digits - " EnteredMonths
      ELSE
         MOVE EnteredMonthsNum TO CT-ValidMonths(FoundCourseIdx)
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM
   DISPLAY "Departments that must hold it, one at a time - blank"
           " to end:"
   PERFORM VARYING MandatoryIdx FROM 1 BY 1 UNTIL MandatoryIdx > 10
      MOVE SPACES TO CT-MandatoryDept(FoundCourseIdx, MandatoryIdx)
   END-PERFORM
   MOVE 1 TO MandatoryIdx
   MOVE "x" TO EnteredDept
   PERFORM UNTIL EnteredDept = SPACES OR MandatoryIdx > 10
      DISPLAY "Department code - " WITH NO ADVANCING
      ACCEPT EnteredDept
      IF EnteredDept NOT = SPACES
         SET DTIdx TO 1
         SEARCH ALL DepartmentEntry
            AT END
               DISPLAY "No such department - " EnteredDept
            WHEN DT-DeptCode(DTIdx) = EnteredDept
               MOVE EnteredDept
                    TO CT-MandatoryDept(FoundCourseIdx, MandatoryIdx)
               ADD 1 TO MandatoryIdx
         END-SEARCH
      END-IF
   END-PERFORM
   ADD 1 TO CourseChanges
   MOVE "COURSE" TO LogActionName
   CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                  LogActionName
   PERFORM ShowCourse.

ShowCourse.
   DISPLAY CT-CourseCode(FoundCourseIdx) " "
           CT-CourseName(FoundCourseIdx) " valid "
           CT-ValidMonths(FoundCourseIdx) " months"
   DISPLAY "  Must be held by -" WITH NO ADVANCING
   PERFORM VARYING MandatoryIdx FROM 1 BY 1 UNTIL MandatoryIdx > 10
      IF CT-MandatoryDept(FoundCourseIdx, MandatoryIdx) NOT = SPACES
         DISPLAY " " CT-MandatoryDept(FoundCourseIdx, MandatoryIdx)
                 WITH NO ADVANCING
      END-IF
   END-PERFORM
   DISPLAY " ".

FindCourse.
   MOVE ZERO TO FoundCourseIdx
   PERFORM VARYING CourseIdx FROM 1 BY 1
           UNTIL CourseIdx > CourseCount OR FoundCourseIdx NOT = ZERO
      IF CT-CourseCode(CourseIdx) = EnteredCourse
         MOVE CourseIdx TO FoundCourseIdx
      END-IF
   END-PERFORM.

GetValidEmployee.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "EmpSSN (9 digits) - " WITH NO ADVANCING
      ACCEPT EnteredSSN
      IF EnteredSSN NOT NUMERIC
         DISPLAY "EmpSSN must be 9 digits - " EnteredSSN
      ELSE
         MOVE EnteredSSNNum TO EmpSSN
         READ EmployeeFile
            INVALID KEY CONTINUE
         END-READ
         IF EmployeeFileOK
            DISPLAY "Employee - " EmpSurname " " EmpForename
                    " in department " EmpDeptCode
            SET FieldAccepted TO TRUE
         ELSE
            DISPLAY "No employee with EmpSSN " EnteredSSN
         END-IF
      END-IF
   END-PERFORM.

GetValidCourse.
*  A blank course code backs out to the menu.
   MOVE ZERO TO FoundCourseIdx
   MOVE "x" TO EnteredCourse
   PERFORM UNTIL FoundCourseIdx NOT = ZERO OR EnteredCourse = SPACES
      DISPLAY "Course code, blank to abandon - " WITH NO ADVANCING
      ACCEPT EnteredCourse
      IF EnteredCourse NOT = SPACES
         PERFORM FindCourse
         IF FoundCourseIdx = ZERO
            DISPLAY "No such course - " EnteredCourse
         ELSE
            DISPLAY "Course - " CT-CourseName(FoundCourseIdx)
         END-IF
      END-IF
   END-PERFORM.

GetValidPassDate.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Date passed (YYYYMMDD) - " WITH NO ADVANCING
      ACCEPT EnteredPassDate
      IF EnteredPassDate NOT NUMERIC
         DISPLAY "Date must be 8 digits - " EnteredPassDate
      ELSE
         COMPUTE PassDateInt =
                 FUNCTION INTEGER-OF-DATE(EnteredPassDateNum)
         IF PassDateInt = ZERO
            DISPLAY "Not a real calendar date - " EnteredPassDate
         ELSE
            IF PassDateInt > TodaysDateInt
               DISPLAY "A pass cannot be dated in the future."
            ELSE
               SET FieldAccepted TO TRUE
            END-IF
         END-IF
      END-IF
   END-PERFORM.

ComputeDefaultExpiry.
*  The pass date plus the course's months of validity; a day that
*  month does not have (31st, or 29 February) falls back to the
*  month's last day.
   MOVE ZERO TO DefaultExpiry
   IF CT-ValidMonths(FoundCourseIdx) = ZERO
      EXIT PARAGRAPH
   END-IF
   MOVE EnteredPassDateNum TO PassDateR
   COMPUTE MonthsFromJan = PassMonth - 1
                         + CT-ValidMonths(FoundCourseIdx)
   COMPUTE ExpiryYear  = PassYear + (MonthsFromJan / 12)
   COMPUTE ExpiryMonth = FUNCTION MOD(MonthsFromJan, 12) + 1
   MOVE PassDay TO ExpiryDay
   COMPUTE DateCheckInt = FUNCTION INTEGER-OF-DATE(DefaultExpiry)
   PERFORM UNTIL DateCheckInt NOT = ZERO
      SUBTRACT 1 FROM ExpiryDay
      COMPUTE DateCheckInt = FUNCTION INTEGER-OF-DATE(DefaultExpiry)
   END-PERFORM.

GetValidExpiry.
*  The date on the certificate may be keyed where it differs from
*  the course's usual validity.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      IF DefaultExpiry = ZERO
         DISPLAY "Expiry date (YYYYMMDD), blank if it never expires - "
                 WITH NO ADVANCING
      ELSE
         DISPLAY "Expiry date (YYYYMMDD), blank for " DefaultExpiry
                 " - " WITH NO ADVANCING
      END-IF
      ACCEPT EnteredExpiry
      IF EnteredExpiry = SPACES
         MOVE DefaultExpiry TO EnteredExpiryNum
         SET FieldAccepted TO TRUE
      ELSE
         IF EnteredExpiry NOT NUMERIC
            DISPLAY "Date must be 8 digits - " EnteredExpiry
         ELSE
            COMPUTE DateCheckInt =
                    FUNCTION INTEGER-OF-DATE(EnteredExpiryNum)
            IF DateCheckInt = ZERO
               DISPLAY "Not a real calendar date - " EnteredExpiry
            ELSE
               IF DateCheckInt NOT > PassDateInt
                  DISPLAY "Expiry must be after the date passed."
               ELSE
                  SET FieldAccepted TO TRUE
               END-IF
            END-IF
         END-IF
      END-IF
   END-PERFORM.

RewriteCourseFile.
   OPEN OUTPUT CourseFile
   PERFORM VARYING CourseIdx FROM 1 BY 1
           UNTIL CourseIdx > CourseCount
      MOVE CT-CourseRec(CourseIdx) TO CourseRec
      WRITE CourseRec
   END-PERFORM
   CLOSE CourseFile.
