IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing7-31.
AUTHOR. Michael Coughlan
* Monthly establishment and pay cost against budget.
* For a requested period (YYYYMM) this report sets each department's
* approved establishment, held on the EstablishmentFile maintained
* by Listing7-30, against:
*   - the actual headcount - employees on the EmployeeFile hired by
*     the end of the month and not left before it, counted under
*     their current department; no contracted hours are held, so each
*     head counts as one full-time equivalent;
*   - the year-to-date pay cost - the gross pay the payroll run
*     (Listing7-12) has posted to the PayHistoryFile for the calendar
*     year up to and including the period, charged to the employee's
*     current department.  Expenses reimbursed are not pay and are
*     left out.
* For each department it shows the vacancies or over-establishment
* against the approved headcount and FTE, and projects the year-end
* pay cost by running the year-to-date cost on at the same monthly
* rate, giving the projected overspend (or underspend) against the
* annual pay budget.  Pay posted for EmpSSNs no longer on the
* EmployeeFile, or for departments not on the DepartmentFile, is
* gathered on an unallocated line so the totals still agree with the
* payroll registers.

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

   SELECT EstablishmentFile ASSIGN TO "Listing7-30Estab.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS EstablishmentStatus.

   SELECT PayHistoryFile ASSIGN TO "Listing7-12History.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PayHistoryStatus.

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

FD EstablishmentFile.
01 EstablishmentRec.
   88 EndOfEstablishment   VALUE HIGH-VALUES.
   02 DeptCode-ES          PIC X(4).
   02 ApprovedHeads-ES     PIC 9(4).
   02 ApprovedFTE-ES       PIC 9(4)V99.
   02 PayBudget-ES         PIC 9(9)V99.

FD PayHistoryFile.
01 PayHistoryRec.
   88 EndOfPayHistory      VALUE HIGH-VALUES.
   02 PayPeriod-PH         PIC 9(6).
   02 PayPeriod-PH-R REDEFINES PayPeriod-PH.
      03 PayYear-PH        PIC 9(4).
      03 PayMonth-PH       PIC 99.
   02 EmpSSN-PH            PIC 9(9).
   02 GrossPay-PH          PIC 9(7)V99.
   02 TaxDeduction-PH      PIC 9(7)V99.
   02 SocialInsurance-PH   PIC 9(7)V99.
   02 NetPay-PH            PIC 9(7)V99.
   02 ExpensesPaid-PH      PIC 9(7)V99.

WORKING-STORAGE SECTION.
01 EmployeeStatus          PIC XX.
   88 EmployeeFileOK       VALUE "00".

01 EstablishmentStatus     PIC XX.
   88 NoEstablishmentFile  VALUE "35".

01 PayHistoryStatus        PIC XX.
   88 NoPayHistory         VALUE "35".

01 ReportPeriod            PIC 9(6).
01 ReportPeriodR REDEFINES ReportPeriod.
   02 ReportYear           PIC 9(4).
   02 ReportMonth          PIC 99.
01 MonthEnd                PIC 9(8).
01 MonthEndInt             PIC 9(7).

01 DepartmentTable.
   02 DepartmentEntry OCCURS 50 TIMES
              ASCENDING KEY IS DT-DeptCode
              INDEXED BY DTIdx.
      03 DT-DeptCode       PIC X(4).
      03 DT-DeptName       PIC X(20).
      03 DT-DeptManager    PIC X(25).
      03 DT-ManagerOper    PIC X(4).

01 DepartmentCount         PIC 99 VALUE ZERO.

*  Figures per department in DepartmentTable order; entry 51 gathers
*  the heads and pay that cannot be put to a department.
01 DeptFiguresTable.
   02 DeptFigures OCCURS 51 TIMES.
      03 DF-ApprovedHeads  PIC 9(4).
      03 DF-ApprovedFTE    PIC 9(4)V99.
      03 DF-PayBudget      PIC 9(9)V99.
      03 DF-EstablishedFlag PIC X.
         88 DF-Established VALUE "y".
      03 DF-ActualHeads    PIC 9(4).
      03 DF-YTDCost        PIC 9(9)V99.

01 DeptIdx                 PIC 99.
01 UnallocatedIdx          PIC 99 VALUE 51.

01 HeadsVariance           PIC S9(4).
01 FTEVariance             PIC S9(4)V99.
01 ProjectedCost           PIC 9(9)V99.
01 BudgetVariance          PIC S9(9)V99.

01 ReportTotals.
   02 TotApprovedHeads     PIC 9(5)     VALUE ZERO.
   02 TotApprovedFTE       PIC 9(5)V99  VALUE ZERO.
   02 TotPayBudget         PIC 9(11)V99 VALUE ZERO.
   02 TotActualHeads       PIC 9(5)     VALUE ZERO.
   02 TotYTDCost           PIC 9(11)V99 VALUE ZERO.
   02 TotProjectedCost     PIC 9(11)V99 VALUE ZERO.
   02 TotOverspend         PIC 9(11)V99 VALUE ZERO.

01 ControlTotals.
   02 HistoryRowsUsed      PIC 9(6) VALUE ZERO.
   02 NotOnMasterRows      PIC 9(6) VALUE ZERO.
   02 UnknownEstablishment PIC 9(4) VALUE ZERO.
   02 DeptsOverBudget      PIC 9(4) VALUE ZERO.

01 DeptHeadingLine.
   02 PrnDeptCode          PIC X(4).
   02 FILLER               PIC X(3)  VALUE " - ".
   02 PrnDeptName          PIC X(20).
   02 FILLER               PIC X(12) VALUE "  Manager - ".
   02 PrnDeptManager       PIC X(25).

01 HeadsLine.
   02 FILLER               PIC X(21) VALUE "   Heads  approved - ".
   02 PrnApprovedHeads     PIC ZZZ,ZZ9.
   02 FILLER               PIC X(11) VALUE "  actual - ".
   02 PrnActualHeads       PIC ZZZ,ZZ9.
   02 FILLER               PIC X(9)  VALUE "  FTE - ".
   02 PrnApprovedFTE       PIC ZZ,ZZ9.99.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnHeadsNote         PIC X(24).

01 CostLine.
   02 FILLER               PIC X(12) VALUE "   Budget - ".
   02 PrnBudget            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
   02 FILLER               PIC X(9)  VALUE "  YTD - ".
   02 PrnYTDCost           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
   02 FILLER               PIC X(15) VALUE "  projected - ".
   02 PrnProjected         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

01 VarianceLine.
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnVarianceText      PIC X(20).
   02 PrnVariance          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnVarianceNote      PIC X(20).

01 PrnNumber               PIC Z,ZZ9.99.
01 PrnCount                PIC ZZZ,ZZ9.
01 PrnAmount               PIC ZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
   MOVE ZERO TO ReportPeriod
   PERFORM UNTIL ReportMonth >= 1 AND ReportMonth <= 12
      DISPLAY "Establishment and pay cost report for period (YYYYMM) - "
              WITH NO ADVANCING
      ACCEPT ReportPeriod
   END-PERFORM
   IF ReportMonth = 12
      COMPUTE MonthEnd = ((ReportYear + 1) * 10000) + 0101
   ELSE
      COMPUTE MonthEnd =
              (ReportYear * 10000) + ((ReportMonth + 1) * 100) + 1
   END-IF
   COMPUTE MonthEndInt = FUNCTION INTEGER-OF-DATE(MonthEnd) - 1
   COMPUTE MonthEnd = FUNCTION DATE-OF-INTEGER(MonthEndInt)
   PERFORM LoadDepartmentTable
   PERFORM LoadEstablishment
   OPEN INPUT EmployeeFile
   PERFORM CountActualHeads
   PERFORM AccumulatePayCost
   CLOSE EmployeeFile
   PERFORM PrintReport
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

LoadEstablishment.
   PERFORM VARYING DeptIdx FROM 1 BY 1 UNTIL DeptIdx > 51
      MOVE ZERO TO DF-ApprovedHeads(DeptIdx), DF-ApprovedFTE(DeptIdx),
                   DF-PayBudget(DeptIdx), DF-ActualHeads(DeptIdx),
                   DF-YTDCost(DeptIdx)
      MOVE "n" TO DF-EstablishedFlag(DeptIdx)
   END-PERFORM
   OPEN INPUT EstablishmentFile
   IF NoEstablishmentFile
      DISPLAY "No establishment set yet - use Listing7-30."
      SET EndOfEstablishment TO TRUE
   ELSE
      READ EstablishmentFile
         AT END SET EndOfEstablishment TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfEstablishment
      SET DTIdx TO 1
      SEARCH ALL DepartmentEntry
         AT END
            ADD 1 TO UnknownEstablishment
         WHEN DT-DeptCode(DTIdx) = DeptCode-ES
            SET DeptIdx TO DTIdx
            MOVE ApprovedHeads-ES TO DF-ApprovedHeads(DeptIdx)
            MOVE ApprovedFTE-ES   TO DF-ApprovedFTE(DeptIdx)
            MOVE PayBudget-ES     TO DF-PayBudget(DeptIdx)
            SET DF-Established(DeptIdx) TO TRUE
      END-SEARCH
      READ EstablishmentFile
         AT END SET EndOfEstablishment TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoEstablishmentFile
      CLOSE EstablishmentFile
   END-IF.

CountActualHeads.
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
      IF (EmpHireDate = ZERO OR EmpHireDate NOT > MonthEnd)
         AND (EmpLeaveDate = ZERO OR EmpLeaveDate > MonthEnd)
         PERFORM FindEmployeeDept
         ADD 1 TO DF-ActualHeads(DeptIdx)
      END-IF
      READ EmployeeFile NEXT RECORD
         AT END SET EndOfEmployeeFile TO TRUE
      END-READ
   END-PERFORM.

FindEmployeeDept.
   MOVE UnallocatedIdx TO DeptIdx
   SET DTIdx TO 1
   SEARCH ALL DepartmentEntry
      AT END CONTINUE
      WHEN DT-DeptCode(DTIdx) = EmpDeptCode
         SET DeptIdx TO DTIdx
   END-SEARCH.

AccumulatePayCost.
   OPEN INPUT PayHistoryFile
   IF NoPayHistory
      DISPLAY "No pay history posted yet - pay cost shows as nil."
      EXIT PARAGRAPH
   END-IF
   READ PayHistoryFile
      AT END SET EndOfPayHistory TO TRUE
   END-READ
   PERFORM UNTIL EndOfPayHistory
      IF PayYear-PH = ReportYear AND PayMonth-PH NOT > ReportMonth
         ADD 1 TO HistoryRowsUsed
         MOVE EmpSSN-PH TO EmpSSN
         READ EmployeeFile
            KEY IS EmpSSN
            INVALID KEY CONTINUE
         END-READ
         IF EmployeeFileOK
            PERFORM FindEmployeeDept
         ELSE
            MOVE UnallocatedIdx TO DeptIdx
            ADD 1 TO NotOnMasterRows
         END-IF
         ADD GrossPay-PH TO DF-YTDCost(DeptIdx)
      END-IF
      READ PayHistoryFile
         AT END SET EndOfPayHistory TO TRUE
      END-READ
   END-PERFORM
   CLOSE PayHistoryFile.

PrintReport.
   DISPLAY " "
   DISPLAY "***** ESTABLISHMENT AND PAY COST - " ReportPeriod
           " (" ReportMonth " MONTHS OF " ReportYear ") *****"
   PERFORM VARYING DeptIdx FROM 1 BY 1
           UNTIL DeptIdx > DepartmentCount
      MOVE DT-DeptCode(DeptIdx)    TO PrnDeptCode
      MOVE DT-DeptName(DeptIdx)    TO PrnDeptName
      MOVE DT-DeptManager(DeptIdx) TO PrnDeptManager
      PERFORM PrintOneDepartment
   END-PERFORM
   MOVE UnallocatedIdx TO DeptIdx
   IF DF-ActualHeads(DeptIdx) NOT = ZERO
      OR DF-YTDCost(DeptIdx) NOT = ZERO
      MOVE "????"                 TO PrnDeptCode
      MOVE "** unallocated **"    TO PrnDeptName
      MOVE "(no dept or not on master)" TO PrnDeptManager
      PERFORM PrintOneDepartment
   END-IF
   PERFORM PrintReportTotals.

PrintOneDepartment.
   DISPLAY " "
   DISPLAY DeptHeadingLine
   MOVE DF-ApprovedHeads(DeptIdx) TO PrnApprovedHeads
   MOVE DF-ActualHeads(DeptIdx)   TO PrnActualHeads
   MOVE DF-ApprovedFTE(DeptIdx)   TO PrnApprovedFTE
   MOVE SPACES TO PrnHeadsNote
   IF NOT DF-Established(DeptIdx)
      MOVE "** NO ESTABLISHMENT **" TO PrnHeadsNote
   ELSE
      COMPUTE HeadsVariance = DF-ApprovedHeads(DeptIdx)
                            - DF-ActualHeads(DeptIdx)
      COMPUTE FTEVariance   = DF-ApprovedFTE(DeptIdx)
                            - DF-ActualHeads(DeptIdx)
      EVALUATE TRUE
          WHEN HeadsVariance > ZERO
             MOVE HeadsVariance TO PrnCount
             STRING "VACANCIES "  DELIMITED BY SIZE
                    PrnCount      DELIMITED BY SIZE
                    INTO PrnHeadsNote
          WHEN HeadsVariance < ZERO
             COMPUTE PrnCount = ZERO - HeadsVariance
             STRING "OVER ESTAB "  DELIMITED BY SIZE
                    PrnCount       DELIMITED BY SIZE
                    INTO PrnHeadsNote
          WHEN FTEVariance < ZERO
             COMPUTE PrnNumber = ZERO - FTEVariance
             STRING "OVER FTE "   DELIMITED BY SIZE
                    PrnNumber     DELIMITED BY SIZE
                    INTO PrnHeadsNote
      END-EVALUATE
   END-IF
   DISPLAY HeadsLine
*  The year-to-date cost run on at the same monthly rate.
   COMPUTE ProjectedCost ROUNDED = DF-YTDCost(DeptIdx) * 12
                                 / ReportMonth
   MOVE DF-PayBudget(DeptIdx) TO PrnBudget
   MOVE DF-YTDCost(DeptIdx)   TO PrnYTDCost
   MOVE ProjectedCost         TO PrnProjected
   DISPLAY CostLine
   COMPUTE BudgetVariance = ProjectedCost - DF-PayBudget(DeptIdx)
   MOVE SPACES TO PrnVarianceNote
   IF BudgetVariance > ZERO
      MOVE "Projected overspend " TO PrnVarianceText
      MOVE BudgetVariance TO PrnVariance
      IF DF-Established(DeptIdx)
         MOVE "** OVER BUDGET **" TO PrnVarianceNote
         ADD 1 TO DeptsOverBudget
      END-IF
      ADD BudgetVariance TO TotOverspend
   ELSE
      MOVE "Projected underspend" TO PrnVarianceText
      COMPUTE PrnVariance = ZERO - BudgetVariance
   END-IF
   DISPLAY VarianceLine
   ADD DF-ApprovedHeads(DeptIdx) TO TotApprovedHeads
   ADD DF-ApprovedFTE(DeptIdx)   TO TotApprovedFTE
   ADD DF-PayBudget(DeptIdx)     TO TotPayBudget
   ADD DF-ActualHeads(DeptIdx)   TO TotActualHeads
   ADD DF-YTDCost(DeptIdx)       TO TotYTDCost
   ADD ProjectedCost             TO TotProjectedCost.

PrintReportTotals.
   DISPLAY " "
   DISPLAY "ALL DEPARTMENTS"
   MOVE TotApprovedHeads TO PrnApprovedHeads
   MOVE TotActualHeads   TO PrnActualHeads
   MOVE TotApprovedFTE   TO PrnApprovedFTE
   MOVE SPACES           TO PrnHeadsNote
   DISPLAY HeadsLine
   MOVE TotPayBudget     TO PrnBudget
   MOVE TotYTDCost       TO PrnYTDCost
   MOVE TotProjectedCost TO PrnProjected
   DISPLAY CostLine
   MOVE "Sum of overspends   " TO PrnVarianceText
   MOVE TotOverspend TO PrnVariance
   MOVE SPACES TO PrnVarianceNote
   DISPLAY VarianceLine.

PrintControlTotals.
   DISPLAY " "
   MOVE HistoryRowsUsed TO PrnCount
   DISPLAY "Pay history rows in the year to date - " PrnCount
   MOVE NotOnMasterRows TO PrnCount
   DISPLAY "Rows for EmpSSNs not on the master   - " PrnCount
   MOVE UnknownEstablishment TO PrnCount
   DISPLAY "Establishments for unknown depts     - " PrnCount
   MOVE DeptsOverBudget TO PrnCount
   DISPLAY "Departments projected over budget    - " PrnCount.
