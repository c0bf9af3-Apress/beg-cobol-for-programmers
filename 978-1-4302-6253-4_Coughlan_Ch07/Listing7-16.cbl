* the unpaid-absence interface file that the payroll run
* (Listing7-12) reads, so unpaid days come off that month's gross
* instead of being clawed back later.
* Annual leave is also checked against the employee's entitlement on
* the LeaveFile (set up each leave year by Listing7-25): the working
* days booked between the first and last day are compared with the
* balance of allowance plus days carried over less days already
* taken.  A booking that would take the balance below
* zero is warned about and needs a supervisor override: a level-3
* operator may override their own booking, otherwise a level-3
* supervisor signs on there and then.  Every accepted annual-leave
* booking is added to the days taken.  Annual leave must fall within
* one leave year, so a booking across the year end is keyed as two.
* The working days booked are counted on the shared business calendar
* (BusinessCalendar, Listing16-22sub), so a bank holiday inside a
* booking is not charged against the allowance; dates the calendar
* does not yet cover are counted Monday to Friday, with a warning.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS AbsenceStatus.

   SELECT LeaveFile ASSIGN TO "Listing7-25Leave.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS EmpSSN-LV
          FILE STATUS IS LeaveStatus.

DATA DIVISION.
FILE SECTION.
FD EmployeeFile.
   02 FirstDay-AB          PIC 9(8).
   02 LastDay-AB           PIC 9(8).

FD LeaveFile.
01 LeaveRec.
   02 EmpSSN-LV            PIC 9(9).
   02 LeaveYear-LV         PIC 9(4).
   02 FullAllowance-LV     PIC 99V9.
   02 Allowance-LV         PIC 99V9.
   02 CarriedOver-LV       PIC S99V9.
   02 DaysTaken-LV         PIC 99V9.

WORKING-STORAGE SECTION.
01 EmployeeStatus          PIC XX.
   88 EmployeeFileOK       VALUE "00".
01 AbsenceStatus           PIC XX.
   88 NoAbsenceFileYet     VALUE "35".

01 LeaveStatus             PIC XX.
   88 LeaveRecordFound     VALUE "00".
   88 NoLeaveFile          VALUE "35".

01 FILLER                  PIC X VALUE "n".
   88 LeaveFileOpen        VALUE "y".

01 FILLER                  PIC X VALUE "n".
   88 LeaveOnRecord        VALUE "y".
   88 LeaveNotOnRecord     VALUE "n".

01 FILLER                  PIC X VALUE "y".
   88 BookingAllowed       VALUE "y".
   88 BookingRefused       VALUE "n".

01 SupervisorId            PIC X(4).
01 SupervisorPermission    PIC 9.
   88 SupervisorLevel      VALUE 3.
01 OverrideReply           PIC X.
   88 OverrideGiven        VALUE "Y", "y".

01 BookingYear             PIC 9(4).
01 BookingDays             PIC 9(3).
01 LeaveBalance            PIC S9(3)V9.
01 PrnLeaveDays            PIC -ZZ9.9.

01 OperatorId              PIC X(4).
01 SignOnProgramName       PIC X(12) VALUE "Listing7-16".
01 OperatorPermission      PIC 9.
   88 EntryConfirmed       VALUE "Y", "y".

01 DateCheckInt            PIC 9(7).

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

01 FirstDayInt             PIC 9(7).
01 LastDayInt              PIC 9(7).

   IF NoAbsenceFileYet
      OPEN OUTPUT AbsenceFile
   END-IF
   OPEN I-O LeaveFile
   IF NoLeaveFile
      DISPLAY "No LeaveFile yet - annual leave balances not checked."
   ELSE
      SET LeaveFileOpen TO TRUE
   END-IF
   PERFORM DisplayMenuAndGetChoice
   PERFORM UNTIL ChoseQuit
      IF ChoseAbsence
      PERFORM DisplayMenuAndGetChoice
   END-PERFORM
   CLOSE EmployeeFile, AbsenceFile
   IF LeaveFileOpen
      CLOSE LeaveFile
   END-IF
   MOVE AbsencesEntered TO PrnCount
   DISPLAY "Absence records entered this session - " PrnCount
   STOP RUN.
   PERFORM GetValidType
   PERFORM GetValidFirstDay
   PERFORM GetValidLastDay
   SET BookingAllowed TO TRUE
   IF AnnualLeave
      PERFORM CheckLeaveBalance
   END-IF
   IF BookingRefused
      DISPLAY "Not recorded."
      EXIT PARAGRAPH
   END-IF
   DISPLAY "Record " EnteredType " absence " EnteredFirstDay
           " to " EnteredLastDay " for " EmpSurname " (Y/N) - "
           WITH NO ADVANCING
      MOVE EnteredLastDayNum  TO LastDay-AB
      WRITE AbsenceRec
      ADD 1 TO AbsencesEntered
      IF AnnualLeave
         PERFORM AddToDaysTaken
      END-IF
      MOVE "ABSENCE" TO LogActionName
      CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                     LogActionName
         END-IF
      END-IF
   END-IF.

CheckLeaveBalance.
   IF EnteredFirstDay(1:4) NOT = EnteredLastDay(1:4)
      DISPLAY "Annual leave across the leave-year end must be keyed"
              " as two absences."
      SET BookingRefused TO TRUE
      EXIT PARAGRAPH
   END-IF
   MOVE EnteredFirstDay(1:4) TO BookingYear
   PERFORM CountWorkingDays
   SET LeaveNotOnRecord TO TRUE
   MOVE ZERO TO LeaveBalance
   IF LeaveFileOpen
      MOVE EnteredSSNNum TO EmpSSN-LV
      READ LeaveFile
         INVALID KEY CONTINUE
      END-READ
      IF LeaveRecordFound AND LeaveYear-LV = BookingYear
         SET LeaveOnRecord TO TRUE
         COMPUTE LeaveBalance = Allowance-LV + CarriedOver-LV
                              - DaysTaken-LV
      END-IF
   END-IF
   IF LeaveNotOnRecord
      DISPLAY "No " BookingYear " leave entitlement on file for "
              EmpSurname " - balance taken as zero."
   END-IF
   MOVE LeaveBalance TO PrnLeaveDays
   DISPLAY "Working days booked " BookingDays ", balance "
           PrnLeaveDays
   IF BookingDays > LeaveBalance
      DISPLAY "WARNING - this booking overdraws the annual leave"
              " balance."
      PERFORM GetSupervisorOverride
   END-IF.

CountWorkingDays.
   CALL "BusinessCalendar" USING BY CONTENT EnteredFirstDayNum
                                 BY CONTENT EnteredLastDayNum
                                 BY REFERENCE CalendarResult
   MOVE WorkingDays-BC TO BookingDays
   IF DateOffCalendar-BC
      DISPLAY "WARNING - dates not on the business calendar are"
              " counted Monday to Friday."
   END-IF.

GetSupervisorOverride.
   IF OperatorPermission = 3
      DISPLAY "Override as supervisor (Y/N) - " WITH NO ADVANCING
      ACCEPT OverrideReply
      IF OverrideGiven
         MOVE OperatorId TO SupervisorId
      ELSE
         SET BookingRefused TO TRUE
         EXIT PARAGRAPH
      END-IF
   ELSE
      DISPLAY "A level-3 supervisor must sign on to override."
      CALL "SignOnOperator" USING SignOnProgramName, SupervisorId,
                                  SupervisorPermission
      IF NOT SupervisorLevel OR SupervisorId = OperatorId
         DISPLAY "No supervisor override given."
         SET BookingRefused TO TRUE
         EXIT PARAGRAPH
      END-IF
   END-IF
   MOVE "LVOVERRD" TO LogActionName
   CALL "LogOperatorAction" USING SupervisorId, SignOnProgramName,
                                  LogActionName
   DISPLAY "Overdrawn booking overridden by " SupervisorId.

AddToDaysTaken.
*  With no record for the year the days are picked up when
*  Listing7-25 next recalculates the year from the absence file.
   IF LeaveOnRecord
      ADD BookingDays TO DaysTaken-LV
      REWRITE LeaveRec
         INVALID KEY
            DISPLAY "Unexpected rewrite error on LeaveFile - "
                    LeaveStatus
      END-REWRITE
   END-IF.
