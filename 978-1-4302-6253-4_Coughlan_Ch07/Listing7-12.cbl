* Starters and leavers are prorated from the hire and leaving dates
* now carried on the employee record: the first month pays only the
* days from the hire date and the last month only the days to the
* leaving date, by working days over the month.  Each leaver's
* SalaryFile record is closed off (deleted) once the final pay is
* computed, and a leavers section on the register shows the final
* pay and the close-off date.
* Unpaid leave recorded through the absence subsystem (Listing7-16,
* reported and interfaced by Listing7-17) comes off the month's gross
* here: the unpaid-absence interface file gives each employee's
* unpaid days for the period, each charged at the monthly gross over
* the working days in the month - so the days are never clawed back
* later.
* The working days - for proration and for the unpaid-day charge -
* are counted on the shared business calendar (BusinessCalendar,
* Listing16-22sub), so a month with a bank holiday in it has one
* working day fewer, the same as the absence subsystem counts it.
* Hourly-paid staff (pay basis H on the SalaryFile) are paid from
* their approved weekly timesheets (Listing7-21) instead of a twelfth
* of an annual salary: every approved week ending inside the period
* pays basic hours at the hourly rate, overtime hours at time-and-a-
* half and Sunday/holiday hours at double time.  The hours are what
* was worked, so there is no starter/leaver proration and no unpaid-
* leave reduction for them.  An hourly employee with no approved
* timesheet for the period is reported as an exception and not paid;
* Listing7-22 chases those before the run.
* Expense claims approved by the department manager (Listing7-23)
* are reimbursed here as a non-taxable addition: they are added to
* net pay after every deduction, itemised on the payslip, carried on
* the PayHistoryFile beside the taxable figures, and marked paid with
* the period on the claim file.  A rerun of a posted period pays only
* the claims already marked paid for that period, so a claim is never
* reimbursed twice; approved claims for anyone not paid this run
* wait for the next one and are counted on the control totals.
* The payment file is not sent to the bank straight from this run.
* Each run records the period's payment count and net total on the
* PaymentControlFile as held; Listing7-32 checks every employee's pay
* against the previous period and, once a level-3 operator signs the
* variance register off, releases it - copying it to the bank file
* and marking the period released.  A period still held may be run
* again after a correction: its rows on the PayHistoryFile are taken
* off and posted afresh, so the history always matches the payments
* awaiting release.  A period already released is never run again,
* so nobody can be paid twice for the same month.
* The run's ledger journal is posted to the common GL interface
* through the shared PostGLJournal service (Listing16-20sub) instead
* of being re-keyed from the register: gross pay is debited by the
* employee's department as cost centre and the expenses reimbursed
* beside it, and the tax, social insurance and voluntary deductions
* owed onward and the net pay are credited.  A held period run again
* posts a batch that replaces its earlier one, as its rows on the
* PayHistoryFile are replaced.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PayHistoryStatus.

   SELECT HistoryWorkFile ASSIGN TO "Listing7-12History.wrk"
          ORGANIZATION IS LINE SEQUENTIAL.

   SELECT PaymentControlFile ASSIGN TO "Listing7-12PayCtl.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PaymentControlStatus.

   SELECT UnpaidInterfaceFile ASSIGN TO "Listing7-16Unpaid.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS UnpaidInterfaceStatus.
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DeductionsStatus.

   SELECT TimesheetFile ASSIGN TO "Listing7-21Timesheet.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS TimesheetStatus.

   SELECT ExpenseClaimFile ASSIGN TO "Listing7-23Claims.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ClaimStatus.

DATA DIVISION.
FILE SECTION.
FD EmployeeFile.
   02 EmpSSN-SAL           PIC 9(9).
   02 Grade-SAL            PIC XX.
   02 AnnualSalary-SAL     PIC 9(7)V99.
   02 PayBasis-SAL         PIC X.
      88 SalariedPay       VALUE "S", SPACE.
      88 HourlyPay         VALUE "H".
   02 HourlyRate-SAL       PIC 9(3)V99.

FD PaymentFile.
01 PaymentRec.
   02 TaxDeduction-PH      PIC 9(7)V99.
   02 SocialInsurance-PH   PIC 9(7)V99.
   02 NetPay-PH            PIC 9(7)V99.
   02 ExpensesPaid-PH      PIC 9(7)V99.

FD HistoryWorkFile.
01 HistoryWorkRec.
   88 EndOfHistoryWork     VALUE HIGH-VALUES.
   02 FILLER               PIC X(60).

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

FD UnpaidInterfaceFile.
01 UnpaidInterfaceRec.
      88 PctOfGross-DD     VALUE "P".
   02 Value-DD             PIC 9(5)V99.

FD TimesheetFile.
01 TimesheetRec.
   88 EndOfTimesheetFile   VALUE HIGH-VALUES.
   02 EmpSSN-TS            PIC 9(9).
   02 WeekEnding-TS        PIC 9(8).
   02 BasicHours-TS        PIC 99V99.
   02 OvertimeHours-TS     PIC 99V99.
   02 DoubleTimeHours-TS   PIC 99V99.
   02 Status-TS            PIC X.
      88 Approved-TS       VALUE "A".
   02 EnteredBy-TS         PIC X(4).
   02 ApprovedBy-TS        PIC X(4).

FD ExpenseClaimFile.
01 ExpenseClaimRec.
   88 EndOfClaimFile       VALUE HIGH-VALUES.
   02 ClaimNo-EC           PIC 9(6).
   02 EmpSSN-EC            PIC 9(9).
   02 ClaimDate-EC         PIC 9(8).
   02 Category-EC          PIC XX.
   02 Amount-EC            PIC 9(5)V99.
   02 Receipt-EC           PIC X.
   02 DeptCode-EC          PIC X(4).
   02 Status-EC            PIC X.
   02 EnteredBy-EC         PIC X(4).
   02 ApprovedBy-EC        PIC X(4).
   02 PaidPeriod-EC        PIC 9(6).

WORKING-STORAGE SECTION.
01 EmployeeStatus          PIC XX.
   88 EmployeeFileOK       VALUE "00", "02".
   88 PeriodAlreadyPosted  VALUE "y".
   88 PeriodNotYetPosted   VALUE "n".

01 PaymentControlStatus    PIC XX.
   88 NoPaymentControlYet  VALUE "35".

*  The whole payment control file, one entry per period run.
01 PaymentControlTable.
   02 PaymentControlEntry OCCURS 240 TIMES.
      03 PC-ControlRec     PIC X(35).
      03 PC-ControlFields REDEFINES PC-ControlRec.
         04 PC-PayPeriod   PIC 9(6).
         04 PC-PaymentCount PIC 9(5).
         04 PC-PaymentTotal PIC 9(9)V99.
         04 PC-ReleaseStatus PIC X.
            88 PC-Released VALUE "R".
         04 PC-ReleasedBy  PIC X(4).
         04 PC-ReleaseDate PIC 9(8).

01 PaymentControlCount     PIC 9(3) VALUE ZERO.
01 PaymentControlIdx       PIC 9(3).
01 FoundControlIdx         PIC 9(3) VALUE ZERO.
01 HistoryRowsReplaced     PIC 9(5) VALUE ZERO.

01 UnpaidInterfaceStatus   PIC XX.
   88 NoUnpaidFile         VALUE "35".

01 DeductionsStatus        PIC XX.
   88 NoDeductionsFile     VALUE "35".

01 TimesheetStatus         PIC XX.
   88 NoTimesheetFile      VALUE "35".

*  Approved timesheets whose week ends inside this period.
01 HoursTable.
   02 HoursEntry OCCURS 3000 TIMES.
      03 HR-EmpSSN         PIC 9(9).
      03 HR-BasicHours     PIC 99V99.
      03 HR-OvertimeHours  PIC 99V99.
      03 HR-DoubleHours    PIC 99V99.

01 HoursCount              PIC 9(4) VALUE ZERO.
01 HoursIdx                PIC 9(4).
01 WeekEndingInt           PIC 9(7).

01 EmpBasicHours           PIC 9(3)V99.
01 EmpOvertimeHours        PIC 9(3)V99.
01 EmpDoubleHours          PIC 9(3)V99.
01 EmpTimesheetCount       PIC 9.

01 ClaimStatus             PIC XX.
   88 NoClaimFile          VALUE "35".

*  The whole expense claim file - rewritten at the end of the run
*  with this period's reimbursed claims marked paid.
01 ClaimTable.
   02 ClaimEntry OCCURS 3000 TIMES.
      03 CL-ClaimRec       PIC X(52).
      03 CL-ClaimFields REDEFINES CL-ClaimRec.
         04 CL-ClaimNo     PIC 9(6).
         04 CL-EmpSSN      PIC 9(9).
         04 FILLER         PIC X(8).
         04 CL-Category    PIC XX.
         04 CL-Amount      PIC 9(5)V99.
         04 FILLER         PIC X(5).
         04 CL-Status      PIC X.
            88 CL-Approved VALUE "A".
            88 CL-Paid     VALUE "P".
         04 FILLER         PIC X(8).
         04 CL-PaidPeriod  PIC 9(6).

01 ClaimCount              PIC 9(4) VALUE ZERO.
01 ClaimIdx                PIC 9(4).
01 FILLER                  PIC X VALUE "n".
   88 ClaimTableFull       VALUE "y".
01 ExpensesThisEmp         PIC 9(7)V99.
01 ClaimsMarkedPaid        PIC 9(4) VALUE ZERO.

01 OvertimeRate            PIC 9V9 VALUE 1.5.
01 DoubleTimeRate          PIC 9V9 VALUE 2.0.

*  The whole voluntary deductions master, scanned per employee.
01 DeductionTable.
   02 DeductionEntry OCCURS 2000 TIMES.
01 PeriodEndScan           PIC 9(8).
01 PeriodStartInt          PIC 9(7).
01 PeriodEndInt            PIC 9(7).
01 PeriodEndDate           PIC 9(8).
01 PaidFromDate            PIC 9(8).
01 PaidToDate              PIC 9(8).
01 PaidFromInt             PIC 9(7).
01 PaidToInt               PIC 9(7).
01 PaidDays                PIC S9(3).
01 TaxRate                 PIC V999 VALUE .200.
01 SocialInsuranceRate     PIC V999 VALUE .040.

*  The month's working days on the business calendar - the old
*  twenty-two if the calendar somehow has none.
01 WorkingDaysInPeriod     PIC 99 VALUE 22.

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

01 GrossPay                PIC 9(7)V99.
01 TaxDeduction            PIC 9(7)V99.
   02 TotalUnpaidDeductions PIC 9(9)V99  VALUE ZERO.
   02 TotalVoluntaryDeds    PIC 9(9)V99  VALUE ZERO.
   02 DeductionsHeldOver    PIC 9(4)     VALUE ZERO.
   02 HourlyPaidCount       PIC 9(4)     VALUE ZERO.
   02 NoTimesheetCount      PIC 9(4)     VALUE ZERO.
   02 ClaimsReimbursed      PIC 9(4)     VALUE ZERO.
   02 ClaimsCarriedForward  PIC 9(4)     VALUE ZERO.
   02 TotalExpensesPaid     PIC 9(9)V99  VALUE ZERO.
   02 TotalGrossPay         PIC 9(9)V99  VALUE ZERO.
   02 TotalDeductionsPaid   PIC 9(9)V99  VALUE ZERO.
   02 TotalTaxDeducted      PIC 9(9)V99  VALUE ZERO.
   02 TotalSocialInsurance  PIC 9(9)V99  VALUE ZERO.
   02 TotalNetPay           PIC 9(9)V99  VALUE ZERO.

*  The ledger journal for the run, and gross pay gathered by
*  department for its cost centre.
01 GLSource                PIC X(8)  VALUE "PAYROLL".
01 GLBatchId               PIC X(14).
01 GLBatchType             PIC X     VALUE "R".
01 GLItem                  PIC X(8).
01 GLCostCentre            PIC X(4).
01 GLDebit                 PIC 9(9)V99.
01 GLCredit                PIC 9(9)V99.

01 DeptGrossTable.
   02 DeptGrossEntry OCCURS 50 TIMES.
      03 DG-DeptCode       PIC X(4).
      03 DG-Gross          PIC 9(9)V99.

01 DeptGrossCount          PIC 99 VALUE ZERO.
01 DeptGrossIdx            PIC 99.
01 FoundDeptIdx            PIC 99.
01 SearchDeptCode          PIC X(4).

01 RegisterHeading         PIC X(76) VALUE
   "EmpSSN     Name                      Gd     Gross       Deds        Net".

   02 FILLER                PIC X(11) VALUE "  closed   ".
   02 PrnLvClosedDate       PIC 9(8).

01 HoursLine.
   02 FILLER                PIC X(6)  VALUE "  |   ".
   02 PrnHoursLabel         PIC X(16).
   02 PrnHours              PIC ZZ9.99.
   02 FILLER                PIC X(4)  VALUE " at ".
   02 PrnHoursRate          PIC ZZ9.99.

01 ControlLine.
   02 PrnControlLabel       PIC X(30).
   02 PrnControlAmount      PIC ZZZ,ZZZ,ZZ9.99.
   DISPLAY "Payroll period (YYYYMM) - " WITH NO ADVANCING
   ACCEPT PayPeriod
   MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
   MOVE FUNCTION CURRENT-DATE(1:14) TO GLBatchId
   PERFORM ComputePeriodBounds
   PERFORM CheckHistoryForPeriod
   PERFORM CheckPaymentRelease
   OPEN INPUT EmployeeFile
*  I-O rather than INPUT so a leaver's salary record can be closed
*  off once the final pay is computed.
   END-IF
   PERFORM LoadUnpaidTable
   PERFORM LoadDeductionTable
   PERFORM LoadHoursTable
   PERFORM LoadClaimTable
   DISPLAY "***** MONTHLY PAYROLL REGISTER - " PayPeriod " *****"
   DISPLAY RegisterHeading
   PERFORM PayEachEmployee
   PERFORM PrintLeaversSection
   PERFORM ReportOrphanSalaryRecords
   CLOSE EmployeeFile, SalaryFile, PaymentFile, PayHistoryFile
   PERFORM RewriteClaimFile
   PERFORM RecordPaymentsHeld
   PERFORM PrintControlTotals
   PERFORM PostPayrollJournal
   STOP RUN.

PayEachEmployee.
                 " " EmpSurname
         ADD 1 TO MissingSalaryCount
   END-READ
   IF SalaryFileOK AND HourlyPay
      PERFORM ComputeHourlyGross
      IF EmpTimesheetCount = ZERO
         DISPLAY "EXCEPTION - no approved timesheet for hourly"
                 " EmpSSN " EmpSSN " " EmpSurname
         ADD 1 TO NoTimesheetCount
         EXIT PARAGRAPH
      END-IF
      ADD 1 TO HourlyPaidCount
   END-IF
   IF SalaryFileOK AND SalariedPay
      COMPUTE GrossPay ROUNDED = AnnualSalary-SAL / 12
      PERFORM ProrateStarterOrLeaver
      PERFORM DeductUnpaidAbsence
   END-IF
   IF SalaryFileOK
      COMPUTE TaxDeduction ROUNDED = GrossPay * TaxRate
      COMPUTE SocialInsurance ROUNDED =
              GrossPay * SocialInsuranceRate
      COMPUTE TotalDeductions =
              TaxDeduction + SocialInsurance + VoluntaryTotal
      COMPUTE NetPay = GrossPay - TotalDeductions
      PERFORM AddExpenseClaims
      PERFORM WriteRegisterAndPayment
      PERFORM PrintPayslip
      PERFORM RecordLeaverIfLeaving
   END-IF.

LoadHoursTable.
*  No timesheet file just means nobody is paid by the hour yet.
   OPEN INPUT TimesheetFile
   IF NoTimesheetFile
      SET EndOfTimesheetFile TO TRUE
   ELSE
      READ TimesheetFile
         AT END SET EndOfTimesheetFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfTimesheetFile
      IF Approved-TS
         COMPUTE WeekEndingInt =
                 FUNCTION INTEGER-OF-DATE(WeekEnding-TS)
         IF WeekEndingInt NOT LESS THAN PeriodStartInt
            AND WeekEndingInt NOT GREATER THAN PeriodEndInt
            AND HoursCount < 3000
            ADD 1 TO HoursCount
            MOVE EmpSSN-TS          TO HR-EmpSSN(HoursCount)
            MOVE BasicHours-TS      TO HR-BasicHours(HoursCount)
            MOVE OvertimeHours-TS   TO HR-OvertimeHours(HoursCount)
            MOVE DoubleTimeHours-TS TO HR-DoubleHours(HoursCount)
         END-IF
      END-IF
      READ TimesheetFile
         AT END SET EndOfTimesheetFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoTimesheetFile
      CLOSE TimesheetFile
   END-IF.

ComputeHourlyGross.
*  Basic at the hourly rate, overtime at time-and-a-half and
*  Sunday/holiday hours at double time, over every approved week
*  ending in the period.
   MOVE ZERO TO EmpBasicHours, EmpOvertimeHours, EmpDoubleHours,
                EmpTimesheetCount, GrossPay
   PERFORM VARYING HoursIdx FROM 1 BY 1
           UNTIL HoursIdx > HoursCount
      IF HR-EmpSSN(HoursIdx) = EmpSSN
         ADD HR-BasicHours(HoursIdx)    TO EmpBasicHours
         ADD HR-OvertimeHours(HoursIdx) TO EmpOvertimeHours
         ADD HR-DoubleHours(HoursIdx)   TO EmpDoubleHours
         ADD 1 TO EmpTimesheetCount
      END-IF
   END-PERFORM
   COMPUTE GrossPay ROUNDED =
           (EmpBasicHours * HourlyRate-SAL)
         + (EmpOvertimeHours * HourlyRate-SAL * OvertimeRate)
         + (EmpDoubleHours * HourlyRate-SAL * DoubleTimeRate)
   MOVE "HOURLY" TO PayNote.

ComputePeriodBounds.
   COMPUTE PeriodStartDate = (PayPeriod * 100) + 1
   COMPUTE PeriodStartInt =
   END-IF
   COMPUTE PeriodEndInt =
           FUNCTION INTEGER-OF-DATE(PeriodEndScan) - 1
   COMPUTE PeriodEndDate = FUNCTION DATE-OF-INTEGER(PeriodEndInt)
   CALL "BusinessCalendar" USING BY CONTENT PeriodStartDate
                                 BY CONTENT PeriodEndDate
                                 BY REFERENCE CalendarResult
   IF WorkingDays-BC NOT = ZERO
      MOVE WorkingDays-BC TO WorkingDaysInPeriod
   END-IF
   IF DateOffCalendar-BC
      DISPLAY "WARNING - " PayPeriod " is not on the business"
              " calendar - Monday to Friday counted as working days."
   END-IF.

ProrateStarterOrLeaver.
*  Working days employed in the period over the period's working
*  days; a hire date of zero means the record predates hire dating
*  and the full month is paid.
   MOVE SPACES TO PayNote
         MOVE "LEAVER"  TO PayNote
      END-IF
   END-IF
   IF PaidFromInt = PeriodStartInt AND PaidToInt = PeriodEndInt
      EXIT PARAGRAPH
   END-IF
   COMPUTE PaidFromDate = FUNCTION DATE-OF-INTEGER(PaidFromInt)
   COMPUTE PaidToDate = FUNCTION DATE-OF-INTEGER(PaidToInt)
   CALL "BusinessCalendar" USING BY CONTENT PaidFromDate
                                 BY CONTENT PaidToDate
                                 BY REFERENCE CalendarResult
   MOVE WorkingDays-BC TO PaidDays
   IF PaidDays < WorkingDaysInPeriod
      COMPUTE GrossPay ROUNDED =
              GrossPay * PaidDays / WorkingDaysInPeriod
   END-IF.

RecordLeaverIfLeaving.
   ADD 1               TO EmployeesPaid
   ADD GrossPay        TO TotalGrossPay
   ADD TotalDeductions TO TotalDeductionsPaid
   ADD TaxDeduction    TO TotalTaxDeducted
   ADD SocialInsurance TO TotalSocialInsurance
   ADD NetPay          TO TotalNetPay
   PERFORM AddToDeptGross.

AddToDeptGross.
   MOVE EmpDeptCode TO SearchDeptCode
   PERFORM FindDeptGross
   IF FoundDeptIdx = ZERO AND DeptGrossCount NOT < 49
*     Departments past the table go to the mapping's default cost
*     centre rather than being lost from the journal.
      MOVE SPACES TO SearchDeptCode
      PERFORM FindDeptGross
   END-IF
   IF FoundDeptIdx = ZERO
      ADD 1 TO DeptGrossCount
      MOVE DeptGrossCount TO FoundDeptIdx
      MOVE SearchDeptCode TO DG-DeptCode(FoundDeptIdx)
      MOVE ZERO           TO DG-Gross(FoundDeptIdx)
   END-IF
   ADD GrossPay TO DG-Gross(FoundDeptIdx).

FindDeptGross.
   MOVE ZERO TO FoundDeptIdx
   PERFORM VARYING DeptGrossIdx FROM 1 BY 1
           UNTIL DeptGrossIdx > DeptGrossCount
              OR FoundDeptIdx NOT = ZERO
      IF DG-DeptCode(DeptGrossIdx) = SearchDeptCode
         MOVE DeptGrossIdx TO FoundDeptIdx
      END-IF
   END-PERFORM.

PostPayrollJournal.
*  Gross plus expenses reimbursed equals the deductions plus the net
*  paid, so the batch balances.
   MOVE "GROSSPAY" TO GLItem
   MOVE ZERO       TO GLCredit
   PERFORM VARYING DeptGrossIdx FROM 1 BY 1
           UNTIL DeptGrossIdx > DeptGrossCount
      MOVE DG-DeptCode(DeptGrossIdx) TO GLCostCentre
      MOVE DG-Gross(DeptGrossIdx)    TO GLDebit
      PERFORM PostOneGLLine
   END-PERFORM
   MOVE SPACES            TO GLCostCentre
   MOVE "EXPENSES"        TO GLItem
   MOVE TotalExpensesPaid TO GLDebit
   PERFORM PostOneGLLine
   MOVE ZERO              TO GLDebit
   MOVE "PAYETAX"         TO GLItem
   MOVE TotalTaxDeducted  TO GLCredit
   PERFORM PostOneGLLine
   MOVE "SOCINS"          TO GLItem
   MOVE TotalSocialInsurance TO GLCredit
   PERFORM PostOneGLLine
   MOVE "VOLDEDS"         TO GLItem
   MOVE TotalVoluntaryDeds TO GLCredit
   PERFORM PostOneGLLine
   MOVE "NETPAY"          TO GLItem
   MOVE TotalNetPay       TO GLCredit
   PERFORM PostOneGLLine.

PostOneGLLine.
   CALL "PostGLJournal" USING GLSource, GLBatchId, GLBatchType,
                              PayPeriod, GLItem, GLCostCentre,
                              GLDebit, GLCredit.

LoadDeductionTable.
*  No deductions file just means nobody has voluntary deductions.
   DISPLAY "  .-------------------- PAYSLIP --------------------."
   DISPLAY "  | " PrnEmpName " EmpSSN " EmpSSN "  period "
           PayPeriod
   IF HourlyPay
      PERFORM PrintPayslipHours
   END-IF
   DISPLAY "  |   Gross pay          " PrnGross
   MOVE TaxDeduction TO PrnDeductions
   DISPLAY "  |   Tax                " PrnDeductions
      MOVE PS-Amount(PayslipIdx) TO PrnDeductions
      DISPLAY "  |   " PS-Name(PayslipIdx) "    " PrnDeductions
   END-PERFORM
   IF ExpensesThisEmp > ZERO
      MOVE ExpensesThisEmp TO PrnDeductions
      DISPLAY "  |   Expenses (untaxed) " PrnDeductions
   END-IF
   DISPLAY "  |   Net pay            " PrnNet
   DISPLAY "  '--------------------------------------------------'".

PrintPayslipHours.
   MOVE "Basic hours"     TO PrnHoursLabel
   MOVE EmpBasicHours     TO PrnHours
   MOVE HourlyRate-SAL    TO PrnHoursRate
   DISPLAY HoursLine
   IF EmpOvertimeHours > ZERO
      MOVE "Overtime x1.5"  TO PrnHoursLabel
      MOVE EmpOvertimeHours TO PrnHours
      COMPUTE PrnHoursRate ROUNDED = HourlyRate-SAL * OvertimeRate
      DISPLAY HoursLine
   END-IF
   IF EmpDoubleHours > ZERO
      MOVE "Sun/holiday x2"  TO PrnHoursLabel
      MOVE EmpDoubleHours    TO PrnHours
      COMPUTE PrnHoursRate ROUNDED = HourlyRate-SAL * DoubleTimeRate
      DISPLAY HoursLine
   END-IF.

LoadClaimTable.
*  No claim file just means nobody has claimed expenses yet.  A file
*  too big for the table pays no claims at all rather than some.
   OPEN INPUT ExpenseClaimFile
   IF NoClaimFile
      SET EndOfClaimFile TO TRUE
   ELSE
      READ ExpenseClaimFile
         AT END SET EndOfClaimFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfClaimFile
      IF ClaimCount < 3000
         ADD 1 TO ClaimCount
         MOVE ExpenseClaimRec TO CL-ClaimRec(ClaimCount)
      ELSE
         SET ClaimTableFull TO TRUE
      END-IF
      READ ExpenseClaimFile
         AT END SET EndOfClaimFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoClaimFile
      CLOSE ExpenseClaimFile
   END-IF
   IF ClaimTableFull
      DISPLAY "EXCEPTION - claim file exceeds 3000 records -"
              " no expenses reimbursed this run."
      MOVE ZERO TO ClaimCount
   END-IF.

AddExpenseClaims.
*  Approved claims are paid and marked with the period; on a rerun
*  of a posted period only the claims it already paid are repaid.
   MOVE ZERO TO ExpensesThisEmp
   PERFORM VARYING ClaimIdx FROM 1 BY 1
           UNTIL ClaimIdx > ClaimCount
      IF CL-EmpSSN(ClaimIdx) = EmpSSN
         IF CL-Approved(ClaimIdx) AND PeriodNotYetPosted
            SET CL-Paid(ClaimIdx) TO TRUE
            MOVE PayPeriod TO CL-PaidPeriod(ClaimIdx)
            ADD 1 TO ClaimsMarkedPaid
         END-IF
         IF CL-Paid(ClaimIdx)
            AND CL-PaidPeriod(ClaimIdx) = PayPeriod
            ADD CL-Amount(ClaimIdx) TO ExpensesThisEmp
            ADD 1 TO ClaimsReimbursed
         END-IF
      END-IF
   END-PERFORM
   ADD ExpensesThisEmp TO NetPay, TotalExpensesPaid.

RewriteClaimFile.
   PERFORM VARYING ClaimIdx FROM 1 BY 1
           UNTIL ClaimIdx > ClaimCount
      IF CL-Approved(ClaimIdx)
         ADD 1 TO ClaimsCarriedForward
      END-IF
   END-PERFORM
   IF ClaimsMarkedPaid = ZERO
      EXIT PARAGRAPH
   END-IF
   OPEN OUTPUT ExpenseClaimFile
   PERFORM VARYING ClaimIdx FROM 1 BY 1
           UNTIL ClaimIdx > ClaimCount
      MOVE CL-ClaimRec(ClaimIdx) TO ExpenseClaimRec
      WRITE ExpenseClaimRec
   END-PERFORM
   CLOSE ExpenseClaimFile.

LoadUnpaidTable.
*  No interface file just means no unpaid leave was recorded.
   OPEN INPUT UnpaidInterfaceFile
   END-PERFORM
   IF UnpaidDaysThisEmp > ZERO
      COMPUTE UnpaidDeduction ROUNDED =
              (GrossPay / WorkingDaysInPeriod) * UnpaidDaysThisEmp
      IF UnpaidDeduction > GrossPay
         MOVE GrossPay TO UnpaidDeduction
      END-IF
      MOVE TaxDeduction    TO TaxDeduction-PH
      MOVE SocialInsurance TO SocialInsurance-PH
      MOVE NetPay          TO NetPay-PH
      MOVE ExpensesThisEmp TO ExpensesPaid-PH
      WRITE PayHistoryRec
   END-IF.

CheckHistoryForPeriod.
*  A record already tagged with this run's period means the month
*  has been posted before; CheckPaymentRelease decides whether the
*  history is left alone or posted afresh.
   OPEN INPUT PayHistoryFile
   IF NoPayHistoryYet
      CLOSE PayHistoryFile
         END-READ
      END-IF
   END-PERFORM
   CLOSE PayHistoryFile.

CheckPaymentRelease.
*  Released payments have gone to the bank - running the period again
*  would pay everyone twice.  Held payments have not, so a rerun
*  replaces the period's history with this run's figures.
   OPEN INPUT PaymentControlFile
   IF NoPaymentControlYet
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
   IF NOT NoPaymentControlYet
      CLOSE PaymentControlFile
   END-IF
   IF FoundControlIdx NOT = ZERO
      IF PC-Released(FoundControlIdx)
         DISPLAY "Payments for period " PayPeriod " were released to"
                 " the bank on " PC-ReleaseDate(FoundControlIdx)
                 " by " PC-ReleasedBy(FoundControlIdx)
                 " - the period cannot be run again."
         STOP RUN
      END-IF
      IF PeriodAlreadyPosted
         PERFORM RemovePeriodFromHistory
         SET PeriodNotYetPosted TO TRUE
         DISPLAY "Period " PayPeriod " is held, not yet released - "
                 HistoryRowsReplaced
                 " history rows replaced by this run."
      END-IF
   ELSE
      IF PeriodAlreadyPosted
         DISPLAY "Period " PayPeriod " already on the pay history -"
                 " totals will not be posted again."
      END-IF
   END-IF.

RemovePeriodFromHistory.
*  Copies the history less this period's rows to the work file and
*  back again.
   OPEN INPUT PayHistoryFile
   OPEN OUTPUT HistoryWorkFile
   READ PayHistoryFile
      AT END SET EndOfPayHistory TO TRUE
   END-READ
   PERFORM UNTIL EndOfPayHistory
      IF PayPeriod-PH = PayPeriod
         ADD 1 TO HistoryRowsReplaced
      ELSE
         WRITE HistoryWorkRec FROM PayHistoryRec
      END-IF
      READ PayHistoryFile
         AT END SET EndOfPayHistory TO TRUE
      END-READ
   END-PERFORM
   CLOSE PayHistoryFile, HistoryWorkFile
   OPEN INPUT HistoryWorkFile
   OPEN OUTPUT PayHistoryFile
   READ HistoryWorkFile
      AT END SET EndOfHistoryWork TO TRUE
   END-READ
   PERFORM UNTIL EndOfHistoryWork
      WRITE PayHistoryRec FROM HistoryWorkRec
      READ HistoryWorkFile
         AT END SET EndOfHistoryWork TO TRUE
      END-READ
   END-PERFORM
   CLOSE HistoryWorkFile, PayHistoryFile.

RecordPaymentsHeld.
*  The period's payments wait on the control file as held until
*  Listing7-32 releases them.
   IF FoundControlIdx = ZERO
      IF PaymentControlCount NOT LESS THAN 240
         DISPLAY "Payment control table full - payments for "
                 PayPeriod " not recorded as held."
         EXIT PARAGRAPH
      END-IF
      ADD 1 TO PaymentControlCount
      MOVE PaymentControlCount TO FoundControlIdx
   END-IF
   MOVE PayPeriod     TO PC-PayPeriod(FoundControlIdx)
   MOVE EmployeesPaid TO PC-PaymentCount(FoundControlIdx)
   MOVE TotalNetPay   TO PC-PaymentTotal(FoundControlIdx)
   MOVE "H"           TO PC-ReleaseStatus(FoundControlIdx)
   MOVE SPACES        TO PC-ReleasedBy(FoundControlIdx)
   MOVE ZERO          TO PC-ReleaseDate(FoundControlIdx)
   OPEN OUTPUT PaymentControlFile
   PERFORM VARYING PaymentControlIdx FROM 1 BY 1
           UNTIL PaymentControlIdx > PaymentControlCount
      MOVE PC-ControlRec(PaymentControlIdx) TO PaymentControlRec
      WRITE PaymentControlRec
   END-PERFORM
   CLOSE PaymentControlFile
   DISPLAY " "
   DISPLAY "Payment file HELD - it goes to the bank only when"
           " Listing7-32 has verified it and a level-3 operator has"
           " released it.".

ReportOrphanSalaryRecords.
*  The reverse pass - salary records whose EmpSSN is no longer on the
*  Employee file (leavers whose salary record was never removed).
   MOVE "Employees with no salary"    TO PrnCountLabel
   MOVE MissingSalaryCount            TO PrnControlCount
   DISPLAY ControlCountLine
   MOVE "Hourly staff paid"           TO PrnCountLabel
   MOVE HourlyPaidCount               TO PrnControlCount
   DISPLAY ControlCountLine
   MOVE "Hourly with no timesheet"    TO PrnCountLabel
   MOVE NoTimesheetCount              TO PrnControlCount
   DISPLAY ControlCountLine
   MOVE "Salary recs with no employee" TO PrnCountLabel
   MOVE OrphanSalaryCount             TO PrnControlCount
   DISPLAY ControlCountLine
   MOVE "Deductions held over"        TO PrnCountLabel
   MOVE DeductionsHeldOver            TO PrnControlCount
   DISPLAY ControlCountLine
   MOVE "Expense claims reimbursed"   TO PrnCountLabel
   MOVE ClaimsReimbursed              TO PrnControlCount
   DISPLAY ControlCountLine
   MOVE "Approved claims carried fwd" TO PrnCountLabel
   MOVE ClaimsCarriedForward          TO PrnControlCount
   DISPLAY ControlCountLine
   MOVE "Expenses reimbursed"         TO PrnControlLabel
   MOVE TotalExpensesPaid             TO PrnControlAmount
   DISPLAY ControlLine
   MOVE "Unpaid-leave reductions"     TO PrnControlLabel
   MOVE TotalUnpaidDeductions         TO PrnControlAmount
   DISPLAY ControlLine
