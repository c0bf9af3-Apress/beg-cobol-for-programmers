IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing7-32.
AUTHOR. Michael Coughlan
* Pre-payment payroll verification and release of the bank file.
* The payroll run (Listing7-12) leaves its payment file held on the
* PaymentControlFile.  Before any of it goes to the bank this run
* compares every employee's gross and net pay for the period, as
* posted to the PayHistoryFile, with the previous period's and
* prints a variance register flagging:
*   - a gross or net swing of more than the percentage keyed at run
*     time, either way;
*   - a net pay of nil;
*   - a new starter - paid this period but not the last;
*   - a missing employee - paid last period but not this one and not
*     a leaver; leavers who have gone are listed but not flagged;
*   - anyone paid after their leaving date.
* It also proves the payment file against the posted history and the
* control record - every payment must match its employee's posted
* net, and the count and total must agree - and a file that does not
* prove cannot be released.
* When the register has been reviewed a level-3 operator signs it off
* (a level-2 operator running the check has a level-3 sign on for
* the sign-off, through the shared SignOnOperator service).  Only
* then is the payment file copied to the bank file that the bank
* transfer collects, and the period marked released with who released
* it and when.  A released period is reported but cannot be released
* again.

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

   SELECT PaymentFile ASSIGN TO "Listing7-12Payments.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PaymentStatus.

   SELECT PayHistoryFile ASSIGN TO "Listing7-12History.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PayHistoryStatus.

   SELECT PaymentControlFile ASSIGN TO "Listing7-12PayCtl.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PaymentControlStatus.

   SELECT BankPaymentFile ASSIGN TO "Listing7-32BankPay.dat"
          ORGANIZATION IS LINE SEQUENTIAL.

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

FD PaymentFile.
01 PaymentRec.
   88 EndOfPaymentFile     VALUE HIGH-VALUES.
   02 PayPeriod-PAY        PIC 9(6).
   02 EmpSSN-PAY           PIC 9(9).
   02 EmpName-PAY          PIC X(25).
   02 NetPay-PAY           PIC 9(7)V99.

FD PayHistoryFile.
01 PayHistoryRec.
   88 EndOfPayHistory      VALUE HIGH-VALUES.
   02 PayPeriod-PH         PIC 9(6).
   02 EmpSSN-PH            PIC 9(9).
   02 GrossPay-PH          PIC 9(7)V99.
   02 TaxDeduction-PH      PIC 9(7)V99.
   02 SocialInsurance-PH   PIC 9(7)V99.
   02 NetPay-PH            PIC 9(7)V99.
   02 ExpensesPaid-PH      PIC 9(7)V99.

FD PaymentControlFile.
01 PaymentControlRec.
   88 EndOfPaymentControl  VALUE HIGH-VALUES.
   02 PayPeriod-PC         PIC 9(6).
   02 PaymentCount-PC      PIC 9(5).
   02 PaymentTotal-PC      PIC 9(9)V99.
   02 ReleaseStatus-PC     PIC X.
      88 PaymentsHeld-PC   VALUE "H".
      88 PaymentsReleased-PC VALUE "R".
   02 ReleasedBy-PC        PIC X(4).
   02 ReleaseDate-PC       PIC 9(8).

FD BankPaymentFile.
01 BankPaymentRec          PIC X(49).

WORKING-STORAGE SECTION.
01 EmployeeStatus          PIC XX.
   88 EmployeeFileOK       VALUE "00".

01 PaymentStatus           PIC XX.
   88 NoPaymentFile        VALUE "35".

01 PayHistoryStatus        PIC XX.
   88 NoPayHistory         VALUE "35".

01 PaymentControlStatus    PIC XX.
   88 NoPaymentControl     VALUE "35".

01 OperatorId              PIC X(4).
01 SignOnProgramName       PIC X(12) VALUE "Listing7-32".
01 OperatorPermission      PIC 9.
   88 CheckAllowed         VALUE 2, 3.
01 SupervisorId            PIC X(4).
01 SupervisorPermission    PIC 9.
   88 SupervisorLevel      VALUE 3.
01 LogActionName           PIC X(8).

01 PayPeriod               PIC 9(6).
01 PayPeriodR REDEFINES PayPeriod.
   02 PayYear              PIC 9(4).
   02 PayMonth             PIC 99.
01 PreviousPeriod          PIC 9(6).
01 PreviousPeriodR REDEFINES PreviousPeriod.
   02 PreviousYear         PIC 9(4).
   02 PreviousMonth        PIC 99.
01 PeriodStartDate         PIC 9(8).
01 PeriodEndDate           PIC 9(8).
01 TodaysDate              PIC 9(8).

01 SwingPercent            PIC XX.
01 SwingPercentNum REDEFINES SwingPercent
                           PIC 99.

*  The whole payment control file, one entry per period run.
01 PaymentControlTable.
   02 PaymentControlEntry OCCURS 240 TIMES.
      03 PC-ControlRec     PIC X(35).
      03 PC-ControlFields REDEFINES PC-ControlRec.
         04 PC-PayPeriod   PIC 9(6).
         04 PC-PaymentCount PIC 9(5).
         04 PC-PaymentTotal PIC 9(9)V99.
         04 PC-ReleaseStatus PIC X.
            88 PC-Held     VALUE "H".
            88 PC-Released VALUE "R".
         04 PC-ReleasedBy  PIC X(4).
         04 PC-ReleaseDate PIC 9(8).

01 PaymentControlCount     PIC 9(3) VALUE ZERO.
01 PaymentControlIdx       PIC 9(3).
01 FoundControlIdx         PIC 9(3) VALUE ZERO.

*  Last period's posted pay, per employee.
01 PreviousTable.
   02 PreviousEntry OCCURS 3000 TIMES.
      03 PV-EmpSSN         PIC 9(9).
      03 PV-Gross          PIC 9(7)V99.
      03 PV-Net            PIC 9(7)V99.
      03 PV-MatchedFlag    PIC X.
         88 PV-Matched     VALUE "y".

01 PreviousCount           PIC 9(4) VALUE ZERO.
01 PreviousIdx             PIC 9(4).
01 FoundPreviousIdx        PIC 9(4).

*  This period's posted pay, per employee, with what the payment
*  file will actually pay them.
01 CurrentTable.
   02 CurrentEntry OCCURS 3000 TIMES.
      03 CU-EmpSSN         PIC 9(9).
      03 CU-Gross          PIC 9(7)V99.
      03 CU-Net            PIC 9(7)V99.
      03 CU-PaidNet        PIC 9(7)V99.
      03 CU-PaymentFlag    PIC X.
         88 CU-PaymentFound VALUE "y".

01 CurrentCount            PIC 9(4) VALUE ZERO.
01 CurrentIdx              PIC 9(4).
01 FoundCurrentIdx         PIC 9(4).

01 PaymentsRead            PIC 9(5) VALUE ZERO.
01 PaymentsTotal           PIC 9(9)V99 VALUE ZERO.
01 PaymentsNotPosted       PIC 9(5) VALUE ZERO.
01 PaymentsWrongPeriod     PIC 9(5) VALUE ZERO.
01 PaymentsDiffering       PIC 9(5) VALUE ZERO.
01 PostedNotPaid           PIC 9(5) VALUE ZERO.

01 FILLER                  PIC X VALUE "y".
   88 PaymentFileProves    VALUE "y".
   88 PaymentFileDoesNotProve VALUE "n".

01 FILLER                  PIC X VALUE "n".
   88 EmployeeFlagged      VALUE "y".
   88 EmployeeNotFlagged   VALUE "n".

01 PercentChange           PIC S9(5)V9.
01 NoteText                PIC X(40).
01 NotePointer             PIC 99.

01 ControlTotals.
   02 EmployeesChecked     PIC 9(4) VALUE ZERO.
   02 FlaggedCount         PIC 9(4) VALUE ZERO.
   02 SwingCount           PIC 9(4) VALUE ZERO.
   02 NilNetCount          PIC 9(4) VALUE ZERO.
   02 NewStarterCount      PIC 9(4) VALUE ZERO.
   02 MissingCount         PIC 9(4) VALUE ZERO.
   02 LeaversGoneCount     PIC 9(4) VALUE ZERO.
   02 PaidAfterLeftCount   PIC 9(4) VALUE ZERO.

01 ReleaseReply            PIC X.
   88 ReleaseConfirmed     VALUE "Y", "y".

01 VarianceHeading         PIC X(92) VALUE
   "EmpSSN     Name                      Gross   Chg%         Net   Chg%  Check".

01 VarianceLine.
   02 PrnEmpSSN            PIC 9(9).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnEmpName           PIC X(20).
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnGross             PIC ZZZ,ZZ9.99.
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnGrossPct          PIC X(6).
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnNet               PIC ZZZ,ZZ9.99.
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnNetPct            PIC X(6).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnNote              PIC X(40).

01 PreviousLine.
   02 FILLER               PIC X(32) VALUE
                  "             last period       ".
   02 PrnPrevGross         PIC ZZZ,ZZ9.99.
   02 FILLER               PIC X(8)  VALUE SPACES.
   02 PrnPrevNet           PIC ZZZ,ZZ9.99.

01 PrnPct                  PIC -ZZZ9.
01 PrnCount                PIC ZZZ,ZZ9.
01 PrnAmount               PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Payroll verification and bank file release"
   CALL "SignOnOperator" USING SignOnProgramName, OperatorId,
                               OperatorPermission
   IF NOT CheckAllowed
      DISPLAY "Verifying the payroll needs permission level 2."
      STOP RUN
   END-IF
   MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
   MOVE ZERO TO PayPeriod
   PERFORM UNTIL PayMonth >= 1 AND PayMonth <= 12
      DISPLAY "Payroll period to verify (YYYYMM) - " WITH NO ADVANCING
      ACCEPT PayPeriod
   END-PERFORM
   MOVE SPACES TO SwingPercent
   PERFORM UNTIL SwingPercent NUMERIC AND SwingPercentNum > ZERO
      DISPLAY "Flag pay swings of more than (percent, 2 digits) - "
              WITH NO ADVANCING
      ACCEPT SwingPercent
   END-PERFORM
   PERFORM ComputePeriods
   PERFORM LoadPaymentControl
   IF FoundControlIdx = ZERO
      DISPLAY "No payroll run recorded for period " PayPeriod
              " - run Listing7-12 first."
      STOP RUN
   END-IF
   PERFORM LoadPostedPay
   PERFORM ProvePaymentFile
   OPEN INPUT EmployeeFile
   DISPLAY " "
   DISPLAY "***** PAYROLL VARIANCE REGISTER - " PayPeriod
           " AGAINST " PreviousPeriod " *****"
   DISPLAY VarianceHeading
   PERFORM CheckEachCurrentEmployee
   PERFORM CheckEachPreviousEmployee
   CLOSE EmployeeFile
   PERFORM PrintControlTotals
   PERFORM SignOffAndRelease
   STOP RUN.

ComputePeriods.
   IF PayMonth = 1
      COMPUTE PreviousYear = PayYear - 1
      MOVE 12 TO PreviousMonth
   ELSE
      MOVE PayYear TO PreviousYear
      COMPUTE PreviousMonth = PayMonth - 1
   END-IF
   COMPUTE PeriodStartDate = (PayPeriod * 100) + 1
   COMPUTE PeriodEndDate   = (PayPeriod * 100) + 31.

LoadPaymentControl.
   OPEN INPUT PaymentControlFile
   IF NoPaymentControl
      SET EndOfPaymentControl TO TRUE
   ELSE
      READ PaymentControlFile
         AT END SET EndOfPaymentControl TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfPaymentControl
      IF PaymentControlCount NOT LESS THAN 240
         DISPLAY "More than 240 periods on the payment control file"
                 " - the table must be enlarged before this run."
         STOP RUN
      END-IF
      ADD 1 TO PaymentControlCount
      MOVE PaymentControlRec TO PC-ControlRec(PaymentControlCount)
      IF PayPeriod-PC = PayPeriod
         MOVE PaymentControlCount TO FoundControlIdx
      END-IF
      READ PaymentControlFile
         AT END SET EndOfPaymentControl TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoPaymentControl
      CLOSE PaymentControlFile
   END-IF.

LoadPostedPay.
   OPEN INPUT PayHistoryFile
   IF NoPayHistory
      SET EndOfPayHistory TO TRUE
   ELSE
      READ PayHistoryFile
         AT END SET EndOfPayHistory TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfPayHistory
      EVALUATE PayPeriod-PH
          WHEN PayPeriod      PERFORM TakeCurrentRow
          WHEN PreviousPeriod PERFORM TakePreviousRow
      END-EVALUATE
      READ PayHistoryFile
         AT END SET EndOfPayHistory TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoPayHistory
      CLOSE PayHistoryFile
   END-IF.

TakeCurrentRow.
   IF CurrentCount NOT LESS THAN 3000
      DISPLAY "More than 3000 employees on the period's history - the"
              " table must be enlarged before this run."
      STOP RUN
   END-IF
   ADD 1 TO CurrentCount
   MOVE EmpSSN-PH   TO CU-EmpSSN(CurrentCount)
   MOVE GrossPay-PH TO CU-Gross(CurrentCount)
   MOVE NetPay-PH   TO CU-Net(CurrentCount)
   MOVE ZERO        TO CU-PaidNet(CurrentCount)
   MOVE "n"         TO CU-PaymentFlag(CurrentCount).

TakePreviousRow.
   IF PreviousCount NOT LESS THAN 3000
      DISPLAY "More than 3000 employees on the previous history - the"
              " table must be enlarged before this run."
      STOP RUN
   END-IF
   ADD 1 TO PreviousCount
   MOVE EmpSSN-PH   TO PV-EmpSSN(PreviousCount)
   MOVE GrossPay-PH TO PV-Gross(PreviousCount)
   MOVE NetPay-PH   TO PV-Net(PreviousCount)
   MOVE "n"         TO PV-MatchedFlag(PreviousCount).

ProvePaymentFile.
*  Every payment must be for this period and match its employee's
*  posted net; the count and total must agree with the control
*  record written by the payroll run.
   OPEN INPUT PaymentFile
   IF NoPaymentFile
      DISPLAY "No payment file - nothing to release."
      SET PaymentFileDoesNotProve TO TRUE
      EXIT PARAGRAPH
   END-IF
   READ PaymentFile
      AT END SET EndOfPaymentFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfPaymentFile
      ADD 1 TO PaymentsRead
      ADD NetPay-PAY TO PaymentsTotal
      IF PayPeriod-PAY NOT = PayPeriod
         ADD 1 TO PaymentsWrongPeriod
      ELSE
         PERFORM MatchPaymentToHistory
      END-IF
      READ PaymentFile
         AT END SET EndOfPaymentFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE PaymentFile
   PERFORM VARYING CurrentIdx FROM 1 BY 1
           UNTIL CurrentIdx > CurrentCount
      IF NOT CU-PaymentFound(CurrentIdx)
         ADD 1 TO PostedNotPaid
      END-IF
   END-PERFORM
   IF PaymentsWrongPeriod NOT = ZERO OR PaymentsNotPosted NOT = ZERO
      OR PaymentsDiffering NOT = ZERO OR PostedNotPaid NOT = ZERO
      OR PaymentsRead NOT = PC-PaymentCount(FoundControlIdx)
      OR PaymentsTotal NOT = PC-PaymentTotal(FoundControlIdx)
      SET PaymentFileDoesNotProve TO TRUE
   END-IF.

MatchPaymentToHistory.
   MOVE ZERO TO FoundCurrentIdx
   PERFORM VARYING CurrentIdx FROM 1 BY 1
           UNTIL CurrentIdx > CurrentCount OR FoundCurrentIdx NOT = ZERO
      IF CU-EmpSSN(CurrentIdx) = EmpSSN-PAY
         MOVE CurrentIdx TO FoundCurrentIdx
      END-IF
   END-PERFORM
   IF FoundCurrentIdx = ZERO
      ADD 1 TO PaymentsNotPosted
      MOVE NetPay-PAY TO PrnAmount
      DISPLAY "Payment with no posted pay - EmpSSN " EmpSSN-PAY
              " net " PrnAmount
   ELSE
      SET CU-PaymentFound(FoundCurrentIdx) TO TRUE
      ADD NetPay-PAY TO CU-PaidNet(FoundCurrentIdx)
      IF CU-PaidNet(FoundCurrentIdx) NOT = CU-Net(FoundCurrentIdx)
         ADD 1 TO PaymentsDiffering
      END-IF
   END-IF.

CheckEachCurrentEmployee.
   PERFORM VARYING CurrentIdx FROM 1 BY 1
           UNTIL CurrentIdx > CurrentCount
      ADD 1 TO EmployeesChecked
      PERFORM CheckOneCurrentEmployee
   END-PERFORM.

CheckOneCurrentEmployee.
   SET EmployeeNotFlagged TO TRUE
   MOVE SPACES TO NoteText
   MOVE 1 TO NotePointer
   MOVE CU-EmpSSN(CurrentIdx) TO EmpSSN
   PERFORM GetEmployeeName
   MOVE CU-Gross(CurrentIdx) TO PrnGross
   MOVE CU-Net(CurrentIdx)   TO PrnNet
   MOVE SPACES TO PrnGrossPct, PrnNetPct
   MOVE ZERO TO FoundPreviousIdx
   PERFORM VARYING PreviousIdx FROM 1 BY 1
           UNTIL PreviousIdx > PreviousCount
              OR FoundPreviousIdx NOT = ZERO
      IF PV-EmpSSN(PreviousIdx) = CU-EmpSSN(CurrentIdx)
         MOVE PreviousIdx TO FoundPreviousIdx
      END-IF
   END-PERFORM
   IF FoundPreviousIdx = ZERO
      PERFORM AddNewStarterNote
   ELSE
      SET PV-Matched(FoundPreviousIdx) TO TRUE
      PERFORM CheckSwings
   END-IF
   IF CU-Net(CurrentIdx) = ZERO
      STRING "NIL NET " DELIMITED BY SIZE
             INTO NoteText WITH POINTER NotePointer
      ADD 1 TO NilNetCount
      SET EmployeeFlagged TO TRUE
   END-IF
   IF EmployeeFileOK AND EmpLeaveDate NOT = ZERO
      AND EmpLeaveDate < PeriodStartDate
      STRING "PAID AFTER LEAVING " DELIMITED BY SIZE
             INTO NoteText WITH POINTER NotePointer
      ADD 1 TO PaidAfterLeftCount
      SET EmployeeFlagged TO TRUE
   END-IF
   IF NOT CU-PaymentFound(CurrentIdx)
      STRING "NO PAYMENT " DELIMITED BY SIZE
             INTO NoteText WITH POINTER NotePointer
      SET EmployeeFlagged TO TRUE
   ELSE
      IF CU-PaidNet(CurrentIdx) NOT = CU-Net(CurrentIdx)
         STRING "PAYMENT DIFFERS " DELIMITED BY SIZE
                INTO NoteText WITH POINTER NotePointer
         SET EmployeeFlagged TO TRUE
      END-IF
   END-IF
   IF EmployeeFlagged
      ADD 1 TO FlaggedCount
      MOVE "** " TO PrnNote
      MOVE NoteText TO PrnNote(4:)
   ELSE
      MOVE NoteText TO PrnNote
   END-IF
   DISPLAY VarianceLine
   IF EmployeeFlagged AND FoundPreviousIdx NOT = ZERO
      MOVE PV-Gross(FoundPreviousIdx) TO PrnPrevGross
      MOVE PV-Net(FoundPreviousIdx)   TO PrnPrevNet
      DISPLAY PreviousLine
   END-IF.

AddNewStarterNote.
   STRING "NEW STARTER " DELIMITED BY SIZE
          INTO NoteText WITH POINTER NotePointer
   ADD 1 TO NewStarterCount
   SET EmployeeFlagged TO TRUE.

CheckSwings.
*  Either way counts - a halving is as suspect as a doubling.
   IF PV-Gross(FoundPreviousIdx) NOT = ZERO
      COMPUTE PercentChange ROUNDED =
              (CU-Gross(CurrentIdx) - PV-Gross(FoundPreviousIdx))
              * 100 / PV-Gross(FoundPreviousIdx)
      PERFORM FormatPercent
      MOVE PrnPct TO PrnGrossPct
      IF PercentChange > SwingPercentNum
         OR PercentChange < ZERO - SwingPercentNum
         STRING "GROSS SWING " DELIMITED BY SIZE
                INTO NoteText WITH POINTER NotePointer
         ADD 1 TO SwingCount
         SET EmployeeFlagged TO TRUE
      END-IF
   END-IF
   IF PV-Net(FoundPreviousIdx) NOT = ZERO
      COMPUTE PercentChange ROUNDED =
              (CU-Net(CurrentIdx) - PV-Net(FoundPreviousIdx))
              * 100 / PV-Net(FoundPreviousIdx)
      PERFORM FormatPercent
      MOVE PrnPct TO PrnNetPct
      IF PercentChange > SwingPercentNum
         OR PercentChange < ZERO - SwingPercentNum
         STRING "NET SWING " DELIMITED BY SIZE
                INTO NoteText WITH POINTER NotePointer
         IF EmployeeNotFlagged
            ADD 1 TO SwingCount
         END-IF
         SET EmployeeFlagged TO TRUE
      END-IF
   END-IF.

FormatPercent.
   IF PercentChange > 9999
      MOVE 9999 TO PrnPct
   ELSE
      MOVE PercentChange TO PrnPct
   END-IF.

CheckEachPreviousEmployee.
*  Paid last period and not this one - a leaver who has gone is
*  expected, anyone else has been missed.
   PERFORM VARYING PreviousIdx FROM 1 BY 1
           UNTIL PreviousIdx > PreviousCount
      IF NOT PV-Matched(PreviousIdx)
         PERFORM CheckOnePreviousEmployee
      END-IF
   END-PERFORM.

CheckOnePreviousEmployee.
   MOVE PV-EmpSSN(PreviousIdx) TO EmpSSN
   PERFORM GetEmployeeName
   MOVE ZERO TO PrnGross, PrnNet
   MOVE SPACES TO PrnGrossPct, PrnNetPct
   IF EmployeeFileOK AND EmpLeaveDate NOT = ZERO
      AND EmpLeaveDate < PeriodStartDate
      MOVE "left - not paid" TO PrnNote
      ADD 1 TO LeaversGoneCount
   ELSE
      MOVE "** MISSING - PAID LAST PERIOD" TO PrnNote
      ADD 1 TO MissingCount, FlaggedCount
   END-IF
   DISPLAY VarianceLine
   MOVE PV-Gross(PreviousIdx) TO PrnPrevGross
   MOVE PV-Net(PreviousIdx)   TO PrnPrevNet
   DISPLAY PreviousLine.

GetEmployeeName.
   READ EmployeeFile
      INVALID KEY CONTINUE
   END-READ
   MOVE EmpSSN TO PrnEmpSSN
   IF EmployeeFileOK
      MOVE SPACES TO PrnEmpName
      STRING EmpSurname DELIMITED BY "  "
             ", "       DELIMITED BY SIZE
             EmpForename DELIMITED BY SIZE
             INTO PrnEmpName
   ELSE
      MOVE "(not on master)" TO PrnEmpName
      MOVE ZERO TO EmpLeaveDate
   END-IF.

PrintControlTotals.
   DISPLAY " "
   MOVE EmployeesChecked TO PrnCount
   DISPLAY "Employees paid this period      - " PrnCount
   MOVE FlaggedCount TO PrnCount
   DISPLAY "Employees flagged               - " PrnCount
   MOVE SwingCount TO PrnCount
   DISPLAY "  pay swings over " SwingPercent "%          - " PrnCount
   MOVE NilNetCount TO PrnCount
   DISPLAY "  nil net pay                   - " PrnCount
   MOVE NewStarterCount TO PrnCount
   DISPLAY "  new starters                  - " PrnCount
   MOVE MissingCount TO PrnCount
   DISPLAY "  missing, not leavers          - " PrnCount
   MOVE PaidAfterLeftCount TO PrnCount
   DISPLAY "  paid after leaving            - " PrnCount
   MOVE LeaversGoneCount TO PrnCount
   DISPLAY "Leavers gone since last period  - " PrnCount
   DISPLAY " "
   MOVE PaymentsRead TO PrnCount
   DISPLAY "Payments on the payment file    - " PrnCount
   MOVE PC-PaymentCount(FoundControlIdx) TO PrnCount
   DISPLAY "Payments per the payroll run    - " PrnCount
   MOVE PaymentsTotal TO PrnAmount
   DISPLAY "Payment file net total   " PrnAmount
   MOVE PC-PaymentTotal(FoundControlIdx) TO PrnAmount
   DISPLAY "Payroll run net total    " PrnAmount
   IF PaymentsWrongPeriod NOT = ZERO
      MOVE PaymentsWrongPeriod TO PrnCount
      DISPLAY "Payments for another period     - " PrnCount
   END-IF
   IF PaymentsNotPosted NOT = ZERO
      MOVE PaymentsNotPosted TO PrnCount
      DISPLAY "Payments with no posted pay     - " PrnCount
   END-IF
   IF PaymentsDiffering NOT = ZERO
      MOVE PaymentsDiffering TO PrnCount
      DISPLAY "Payments differing from posted  - " PrnCount
   END-IF
   IF PostedNotPaid NOT = ZERO
      MOVE PostedNotPaid TO PrnCount
      DISPLAY "Posted pay with no payment      - " PrnCount
   END-IF
   IF PaymentFileProves
      DISPLAY "Payment file PROVES to the posted payroll."
   ELSE
      DISPLAY "Payment file DOES NOT PROVE to the posted payroll."
   END-IF.

SignOffAndRelease.
   DISPLAY " "
   IF PC-Released(FoundControlIdx)
      DISPLAY "Period " PayPeriod " was released to the bank on "
              PC-ReleaseDate(FoundControlIdx) " by "
              PC-ReleasedBy(FoundControlIdx) "."
      EXIT PARAGRAPH
   END-IF
   IF PaymentFileDoesNotProve
      DISPLAY "Payment file held - it cannot be released until it"
              " proves.  Correct and rerun Listing7-12."
      EXIT PARAGRAPH
   END-IF
   MOVE FlaggedCount TO PrnCount
   DISPLAY PrnCount " employees flagged.  Sign the register off and"
           " release the payment file (Y/N) - " WITH NO ADVANCING
   ACCEPT ReleaseReply
   IF NOT ReleaseConfirmed
      DISPLAY "Payment file held - not released."
      EXIT PARAGRAPH
   END-IF
   IF OperatorPermission = 3
      MOVE OperatorId TO SupervisorId
   ELSE
      DISPLAY "A level-3 operator must sign on to sign the payroll off."
      CALL "SignOnOperator" USING SignOnProgramName, SupervisorId,
                                  SupervisorPermission
      IF NOT SupervisorLevel OR SupervisorId = OperatorId
         DISPLAY "No level-3 sign-off - payment file held."
         EXIT PARAGRAPH
      END-IF
   END-IF
   PERFORM CopyToBankFile
   MOVE "R"          TO PC-ReleaseStatus(FoundControlIdx)
   MOVE SupervisorId TO PC-ReleasedBy(FoundControlIdx)
   MOVE TodaysDate   TO PC-ReleaseDate(FoundControlIdx)
   OPEN OUTPUT PaymentControlFile
   PERFORM VARYING PaymentControlIdx FROM 1 BY 1
           UNTIL PaymentControlIdx > PaymentControlCount
      MOVE PC-ControlRec(PaymentControlIdx) TO PaymentControlRec
      WRITE PaymentControlRec
   END-PERFORM
   CLOSE PaymentControlFile
   MOVE "PAYRELSE" TO LogActionName
   CALL "LogOperatorAction" USING SupervisorId, SignOnProgramName,
                                  LogActionName
   DISPLAY "Payment file for " PayPeriod " RELEASED to the bank by "
           SupervisorId ".".

CopyToBankFile.
   OPEN INPUT PaymentFile
   OPEN OUTPUT BankPaymentFile
   READ PaymentFile
      AT END SET EndOfPaymentFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfPaymentFile
      WRITE BankPaymentRec FROM PaymentRec
      READ PaymentFile
         AT END SET EndOfPaymentFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE PaymentFile, BankPaymentFile.
