IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing7-29.
AUTHOR. Michael Coughlan
* Monthly certificate expiry and missing-certificate run.
* For a run date keyed by the operator this run checks every current
* employee (hired by the run date and not yet left) against the
* training register and course master kept by Listing7-28:
*   - each course the employee's department must hold is looked up
*     on the TrainingFile - no record is MISSING, an expiry before
*     the run date is LAPSED, and one falling in the next 60 days is
*     EXPIRING;
*   - any other certificate the employee holds that expires in the
*     next 60 days is listed as EXPIRING as well, so it can be
*     renewed if it is still wanted.
* The exceptions print per department, with the department name and
* manager resolved from the DepartmentFile as in Listing7-17, and
* then again as a booking list for the training coordinator -
* grouped by course, most urgent first, each with the date a place
* is needed by (the run date itself for a missing or lapsed
* certificate).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT EmployeeFile ASSIGN TO "Employee.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
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
   88  EndOfEmployeeFile   VALUE HIGH-VALUES.
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

01 CourseStatus            PIC XX.
   88 NoCourseFile         VALUE "35".

01 TrainingStatus          PIC XX.
   88 TrainingRecordFound  VALUE "00".
   88 NoTrainingRecord     VALUE "23".
   88 NoTrainingFile       VALUE "35".

01 RunDate                 PIC 9(8).
01 RunDateInt              PIC 9(7).
01 ExpiryLimitInt          PIC 9(7).
01 ExpiryLimitDate         PIC 9(8).
01 ExpiryWarningDays       PIC 99 VALUE 60.

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

01 FILLER                  PIC X VALUE "n".
   88 CourseIsMandatory    VALUE "y".
   88 CourseIsOptional     VALUE "n".

*  One entry per certificate exception.  The department key orders
*  the department report, the booking key the coordinator's list.
01 ExceptionTable.
   02 ExceptionEntry OCCURS 2000 TIMES.
      03 EX-DeptKey.
         04 EX-DeptCode    PIC X(4).
         04 EX-Surname     PIC X(15).
         04 EX-EmpSSN      PIC 9(9).
         04 EX-CourseCode  PIC X(4).
      03 EX-BookingKey.
         04 EX-BookCourse  PIC X(4).
         04 EX-NeededBy    PIC 9(8).
         04 EX-BookSurname PIC X(15).
      03 EX-Forename       PIC X(10).
      03 EX-ExpiryDate     PIC 9(8).
      03 EX-Reason         PIC X.
         88 EX-Missing     VALUE "M".
         88 EX-Lapsed      VALUE "L".
         88 EX-Expiring    VALUE "E".

01 ExceptionCount          PIC 9(4) VALUE ZERO.
01 ExceptionIdx            PIC 9(4).
01 SwapExceptionEntry      PIC X(78).

01 SubscriptA              PIC 9(4).
01 SubscriptB              PIC 9(4).

01 CurrentDeptCode         PIC X(4).
01 CurrentCourseCode       PIC X(4).
01 GroupCount              PIC 9(4).

01 ControlTotals.
   02 EmployeesChecked     PIC 9(4) VALUE ZERO.
   02 MissingCount         PIC 9(4) VALUE ZERO.
   02 LapsedCount          PIC 9(4) VALUE ZERO.
   02 ExpiringCount        PIC 9(4) VALUE ZERO.

01 DeptHeadingLine.
   02 FILLER               PIC X(14) VALUE "Department - ".
   02 PrnDeptCode          PIC X(4).
   02 FILLER               PIC X(3)  VALUE " - ".
   02 PrnDeptName          PIC X(20).
   02 FILLER               PIC X(12) VALUE "  Manager - ".
   02 PrnDeptManager       PIC X(25).

01 ExceptionLine.
   02 PrnEmpSSN            PIC 9(9).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnSurname           PIC X(15).
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnForename          PIC X(10).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnCourseCode        PIC X(4).
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnCourseName        PIC X(25).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnReason            PIC X(8).
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnExpiry            PIC X(10).

01 CourseHeadingLine.
   02 FILLER               PIC X(9)  VALUE "Course - ".
   02 PrnBookCourseCode    PIC X(4).
   02 FILLER               PIC X(3)  VALUE " - ".
   02 PrnBookCourseName    PIC X(25).

01 BookingLine.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnBookNeededBy      PIC 9999/99/99.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnBookEmpSSN        PIC 9(9).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnBookSurname       PIC X(15).
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnBookForename      PIC X(10).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnBookDept          PIC X(4).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnBookReason        PIC X(8).

01 GroupTotalLine.
   02 FILLER               PIC X(14) VALUE "  Places     -".
   02 PrnGroupCount        PIC ZZZ9.

01 PrnDate                 PIC 9999/99/99.
01 PrnCount                PIC ZZZ9.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Certificate expiry and booking run"
   MOVE ZERO TO RunDateInt
   PERFORM UNTIL RunDateInt NOT = ZERO
      DISPLAY "Run date (YYYYMMDD) - " WITH NO ADVANCING
      ACCEPT RunDate
      COMPUTE RunDateInt = FUNCTION INTEGER-OF-DATE(RunDate)
   END-PERFORM
   COMPUTE ExpiryLimitInt = RunDateInt + ExpiryWarningDays
   COMPUTE ExpiryLimitDate = FUNCTION DATE-OF-INTEGER(ExpiryLimitInt)
   PERFORM LoadDepartmentTable
   PERFORM LoadCourseTable
   OPEN INPUT TrainingFile
   IF NoTrainingFile
      DISPLAY "No training register yet - every mandatory"
              " certificate will show as missing."
   END-IF
   OPEN INPUT EmployeeFile
   PERFORM CheckEachEmployee
   CLOSE EmployeeFile
   IF NOT NoTrainingFile
      CLOSE TrainingFile
   END-IF
   DISPLAY " "
   DISPLAY "***** CERTIFICATE EXCEPTIONS AT " RunDate
           " - EXPIRING TO " ExpiryLimitDate " *****"
   IF ExceptionCount = ZERO
      DISPLAY "No certificates missing, lapsed or expiring."
   ELSE
      PERFORM SortByDepartment
      PERFORM PrintDepartmentReport
      PERFORM SortForBooking
      PERFORM PrintBookingList
   END-IF
   PERFORM PrintControlTotals
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
   IF NoCourseFile
      DISPLAY "No course master - set courses up with Listing7-28."
      STOP RUN
   END-IF
   READ CourseFile
      AT END SET EndOfCourseFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfCourseFile
      IF CourseCount NOT LESS THAN 100
         DISPLAY "More than 100 courses on the course master - the"
                 " table must be enlarged before this run."
         STOP RUN
      END-IF
      ADD 1 TO CourseCount
      MOVE CourseRec TO CT-CourseRec(CourseCount)
      READ CourseFile
         AT END SET EndOfCourseFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE CourseFile.

CheckEachEmployee.
   MOVE LOW-VALUES TO EmpSSN
   START EmployeeFile KEY IS NOT LESS THAN EmpSSN
      INVALID KEY SET EndOfEmployeeFile TO TRUE
   END-START
   IF NOT EndOfEmployeeFile
      READ EmployeeFile NEXT RECORD
         AT END SET EndOfEmployeeFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfEmployeeFile
      IF (EmpHireDate = ZERO OR EmpHireDate NOT > RunDate)
         AND (EmpLeaveDate = ZERO OR EmpLeaveDate > RunDate)
         ADD 1 TO EmployeesChecked
         PERFORM CheckMandatoryCourses
         IF NOT NoTrainingFile
            PERFORM CheckOtherCertificates
         END-IF
      END-IF
      READ EmployeeFile NEXT RECORD
         AT END SET EndOfEmployeeFile TO TRUE
      END-READ
   END-PERFORM.

CheckMandatoryCourses.
   PERFORM VARYING CourseIdx FROM 1 BY 1
           UNTIL CourseIdx > CourseCount
      PERFORM TestCourseMandatory
      IF CourseIsMandatory
         PERFORM CheckOneMandatoryCourse
      END-IF
   END-PERFORM.

TestCourseMandatory.
   SET CourseIsOptional TO TRUE
   PERFORM VARYING MandatoryIdx FROM 1 BY 1 UNTIL MandatoryIdx > 10
      IF CT-MandatoryDept(CourseIdx, MandatoryIdx) = EmpDeptCode
         SET CourseIsMandatory TO TRUE
      END-IF
   END-PERFORM.

CheckOneMandatoryCourse.
   MOVE "23" TO TrainingStatus
   IF NOT NoTrainingFile
      MOVE EmpSSN TO EmpSSN-TR
      MOVE CT-CourseCode(CourseIdx) TO CourseCode-TR
      READ TrainingFile
         KEY IS TrainingKey-TR
         INVALID KEY CONTINUE
      END-READ
   END-IF
   IF NOT TrainingRecordFound
      MOVE CT-CourseCode(CourseIdx) TO CourseCode-TR
      MOVE ZERO TO ExpiryDate-TR
      PERFORM AddException
      SET EX-Missing(ExceptionCount) TO TRUE
      MOVE RunDate TO EX-NeededBy(ExceptionCount)
      ADD 1 TO MissingCount
   ELSE
      IF ExpiryDate-TR NOT = ZERO
         IF ExpiryDate-TR < RunDate
            PERFORM AddException
            SET EX-Lapsed(ExceptionCount) TO TRUE
            MOVE RunDate TO EX-NeededBy(ExceptionCount)
            ADD 1 TO LapsedCount
         ELSE
            IF ExpiryDate-TR NOT > ExpiryLimitDate
               PERFORM AddException
               SET EX-Expiring(ExceptionCount) TO TRUE
               MOVE ExpiryDate-TR TO EX-NeededBy(ExceptionCount)
               ADD 1 TO ExpiringCount
            END-IF
         END-IF
      END-IF
   END-IF.

CheckOtherCertificates.
*  Certificates held for courses the department does not require;
*  only those running out in the warning period are of interest.
   MOVE EmpSSN     TO EmpSSN-TR
   MOVE LOW-VALUES TO CourseCode-TR
   START TrainingFile KEY IS NOT LESS THAN TrainingKey-TR
      INVALID KEY MOVE "10" TO TrainingStatus
   END-START
   IF TrainingRecordFound
      READ TrainingFile NEXT RECORD
         AT END MOVE "10" TO TrainingStatus
      END-READ
   END-IF
   PERFORM UNTIL NOT TrainingRecordFound OR EmpSSN-TR NOT = EmpSSN
      IF ExpiryDate-TR NOT < RunDate
         AND ExpiryDate-TR NOT > ExpiryLimitDate
         PERFORM FindCourseOnTable
         IF FoundCourseIdx = ZERO
            SET CourseIsOptional TO TRUE
         ELSE
            MOVE FoundCourseIdx TO CourseIdx
            PERFORM TestCourseMandatory
         END-IF
         IF CourseIsOptional
            PERFORM AddException
            SET EX-Expiring(ExceptionCount) TO TRUE
            MOVE ExpiryDate-TR TO EX-NeededBy(ExceptionCount)
            ADD 1 TO ExpiringCount
         END-IF
      END-IF
      READ TrainingFile NEXT RECORD
         AT END MOVE "10" TO TrainingStatus
      END-READ
   END-PERFORM.

FindCourseOnTable.
   MOVE ZERO TO FoundCourseIdx
   PERFORM VARYING CourseIdx FROM 1 BY 1
           UNTIL CourseIdx > CourseCount OR FoundCourseIdx NOT = ZERO
      IF CT-CourseCode(CourseIdx) = CourseCode-TR
         MOVE CourseIdx TO FoundCourseIdx
      END-IF
   END-PERFORM.

AddException.
*  The reason and needed-by date are filled in by the caller.
   IF ExceptionCount NOT LESS THAN 2000
      DISPLAY "Certificate exception table full - run abandoned."
      STOP RUN
   END-IF
   ADD 1 TO ExceptionCount
   MOVE EmpDeptCode   TO EX-DeptCode(ExceptionCount)
   MOVE EmpSurname    TO EX-Surname(ExceptionCount),
                         EX-BookSurname(ExceptionCount)
   MOVE EmpSSN        TO EX-EmpSSN(ExceptionCount)
   MOVE CourseCode-TR TO EX-CourseCode(ExceptionCount),
                         EX-BookCourse(ExceptionCount)
   MOVE EmpForename   TO EX-Forename(ExceptionCount)
   MOVE ExpiryDate-TR TO EX-ExpiryDate(ExceptionCount).

SortByDepartment.
* Bubble sort on the composite key, the same as Listing7-17.
   PERFORM VARYING SubscriptA FROM 1 BY 1
           UNTIL SubscriptA >= ExceptionCount
      PERFORM VARYING SubscriptB FROM 1 BY 1
              UNTIL SubscriptB > ExceptionCount - SubscriptA
         IF EX-DeptKey(SubscriptB) > EX-DeptKey(SubscriptB + 1)
            PERFORM SwapExceptions
         END-IF
      END-PERFORM
   END-PERFORM.

SortForBooking.
   PERFORM VARYING SubscriptA FROM 1 BY 1
           UNTIL SubscriptA >= ExceptionCount
      PERFORM VARYING SubscriptB FROM 1 BY 1
              UNTIL SubscriptB > ExceptionCount - SubscriptA
         IF EX-BookingKey(SubscriptB) > EX-BookingKey(SubscriptB + 1)
            PERFORM SwapExceptions
         END-IF
      END-PERFORM
   END-PERFORM.

SwapExceptions.
   MOVE ExceptionEntry(SubscriptB) TO SwapExceptionEntry
   MOVE ExceptionEntry(SubscriptB + 1) TO ExceptionEntry(SubscriptB)
   MOVE SwapExceptionEntry TO ExceptionEntry(SubscriptB + 1).

PrintDepartmentReport.
   MOVE HIGH-VALUES TO CurrentDeptCode
   PERFORM VARYING ExceptionIdx FROM 1 BY 1
           UNTIL ExceptionIdx > ExceptionCount
      IF EX-DeptCode(ExceptionIdx) NOT = CurrentDeptCode
         MOVE EX-DeptCode(ExceptionIdx) TO CurrentDeptCode
         PERFORM PrintDeptHeading
      END-IF
      PERFORM PrintExceptionLine
   END-PERFORM.

PrintDeptHeading.
   DISPLAY " "
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
   DISPLAY DeptHeadingLine.

PrintExceptionLine.
   MOVE EX-EmpSSN(ExceptionIdx)     TO PrnEmpSSN
   MOVE EX-Surname(ExceptionIdx)    TO PrnSurname
   MOVE EX-Forename(ExceptionIdx)   TO PrnForename
   MOVE EX-CourseCode(ExceptionIdx) TO PrnCourseCode, CourseCode-TR
   PERFORM FindCourseOnTable
   IF FoundCourseIdx = ZERO
      MOVE "** not on course master **" TO PrnCourseName
   ELSE
      MOVE CT-CourseName(FoundCourseIdx) TO PrnCourseName
   END-IF
   PERFORM SetReasonText
   MOVE SPACES TO PrnExpiry
   IF NOT EX-Missing(ExceptionIdx)
      MOVE EX-ExpiryDate(ExceptionIdx) TO PrnDate
      MOVE PrnDate TO PrnExpiry
   END-IF
   DISPLAY ExceptionLine.

SetReasonText.
   EVALUATE TRUE
       WHEN EX-Missing(ExceptionIdx)  MOVE "MISSING"  TO PrnReason
       WHEN EX-Lapsed(ExceptionIdx)   MOVE "LAPSED"   TO PrnReason
       WHEN EX-Expiring(ExceptionIdx) MOVE "EXPIRING" TO PrnReason
   END-EVALUATE.

PrintBookingList.
   DISPLAY " "
   DISPLAY "***** TRAINING BOOKING LIST - " RunDate " *****"
   MOVE HIGH-VALUES TO CurrentCourseCode
   PERFORM VARYING ExceptionIdx FROM 1 BY 1
           UNTIL ExceptionIdx > ExceptionCount
      IF EX-BookCourse(ExceptionIdx) NOT = CurrentCourseCode
         IF CurrentCourseCode NOT = HIGH-VALUES
            PERFORM PrintGroupTotal
         END-IF
         MOVE EX-BookCourse(ExceptionIdx) TO CurrentCourseCode
         PERFORM PrintCourseHeading
      END-IF
      PERFORM PrintBookingLine
   END-PERFORM
   PERFORM PrintGroupTotal.

PrintCourseHeading.
   MOVE ZERO TO GroupCount
   DISPLAY " "
   MOVE CurrentCourseCode TO PrnBookCourseCode, CourseCode-TR
   PERFORM FindCourseOnTable
   IF FoundCourseIdx = ZERO
      MOVE "** not on course master **" TO PrnBookCourseName
   ELSE
      MOVE CT-CourseName(FoundCourseIdx) TO PrnBookCourseName
   END-IF
   DISPLAY CourseHeadingLine
   DISPLAY "  Needed by   EmpSSN     Name                        "
           "Dept  Reason".

PrintBookingLine.
   ADD 1 TO GroupCount
   MOVE EX-NeededBy(ExceptionIdx)    TO PrnBookNeededBy
   MOVE EX-EmpSSN(ExceptionIdx)      TO PrnBookEmpSSN
   MOVE EX-BookSurname(ExceptionIdx) TO PrnBookSurname
   MOVE EX-Forename(ExceptionIdx)    TO PrnBookForename
   MOVE EX-DeptCode(ExceptionIdx)    TO PrnBookDept
   PERFORM SetReasonText
   MOVE PrnReason TO PrnBookReason
   DISPLAY BookingLine.

PrintGroupTotal.
   MOVE GroupCount TO PrnGroupCount
   DISPLAY GroupTotalLine.

PrintControlTotals.
   DISPLAY " "
   MOVE EmployeesChecked TO PrnCount
   DISPLAY "Employees checked              - " PrnCount
   MOVE MissingCount TO PrnCount
   DISPLAY "Mandatory certificates missing - " PrnCount
   MOVE LapsedCount TO PrnCount
   DISPLAY "Mandatory certificates lapsed  - " PrnCount
   MOVE ExpiringCount TO PrnCount
   DISPLAY "Certificates expiring          - " PrnCount.
