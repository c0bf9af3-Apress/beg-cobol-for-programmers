IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing7-23.
AUTHOR. Michael Coughlan
* Employee expense claim capture and manager approval.
* Travel and subsistence claims used to go on paper and be repaid by
* a separate cheque run.  They now come in on the ExpenseClaimFile
* and are reimbursed through the payroll run (Listing7-12):
*   - option 1 (permission level 2, signed on through the shared
*     SignOnOperator service) keys a claim - the EmpSSN must be on
*     the INDEXED EmployeeFile, the claim date must be a real date
*     not in the future, the category must be one of the expense
*     categories below and the amount within that category's limit
*     for a single claim.  Anything over the receipt threshold must
*     have a receipt.  The claim is stamped with a claim number and
*     the employee's department, and waits for approval;
*   - option 2 lets a department manager approve or reject the
*     claims waiting for their department.  The manager is the
*     operator named against the department on the DepartmentFile
*     (Listing7-11Depts.dat) - a signed-on operator who manages no
*     department has nothing to approve, and nobody approves a
*     claim they keyed themselves.
* Approved claims are paid by the next payroll run as a non-taxable
* addition to net pay and marked paid with the period; Listing7-24
* reports the month's spend by department and category.  A rejected
* claim stays on the file marked R.  The file is rewritten at the end
* of the session, as the deductions master is by Listing7-20.

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

   SELECT ExpenseClaimFile ASSIGN TO "Listing7-23Claims.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ClaimStatus.

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
      88 AwaitingApproval-EC VALUE "E".
      88 Approved-EC       VALUE "A".
      88 Rejected-EC       VALUE "R".
      88 Paid-EC           VALUE "P".
   02 EnteredBy-EC         PIC X(4).
   02 ApprovedBy-EC        PIC X(4).
   02 PaidPeriod-EC        PIC 9(6).

WORKING-STORAGE SECTION.
01 EmployeeStatus          PIC XX.
   88 EmployeeFileOK       VALUE "00".
   88 NoSuchEmployee       VALUE "23".

01 ClaimStatus             PIC XX.
   88 NoClaimFileYet       VALUE "35".

01 OperatorId              PIC X(4).
01 SignOnProgramName       PIC X(12) VALUE "Listing7-23".
01 OperatorPermission      PIC 9.
   88 UpdatesAllowed       VALUE 2, 3.
01 LogActionName           PIC X(8).

*  Expense categories and the most a single claim may be for.
01 CategoryTable.
   02 CategoryValues.
      03 FILLER            PIC X(22) VALUE "TRTravel fares  050000".
      03 FILLER            PIC X(22) VALUE "HOHotel         025000".
      03 FILLER            PIC X(22) VALUE "MIMileage       030000".
      03 FILLER            PIC X(22) VALUE "SUSubsistence   005000".
      03 FILLER            PIC X(22) VALUE "ENEntertainment 015000".
      03 FILLER            PIC X(22) VALUE "OTOther         010000".
   02 FILLER REDEFINES CategoryValues.
      03 CategoryEntry OCCURS 6 TIMES.
         04 CT-Code        PIC XX.
         04 CT-Name        PIC X(14).
         04 CT-Limit       PIC 9(4)V99.

01 CategoryIdx             PIC 9.
01 FoundCategoryIdx        PIC 9.

*  Claims above this need a receipt.
01 ReceiptThreshold        PIC 9(3)V99 VALUE 25.00.

01 DepartmentTable.
   02 DepartmentEntry OCCURS 50 TIMES
              ASCENDING KEY IS DT-DeptCode
              INDEXED BY DTIdx.
      03 DT-DeptCode       PIC X(4).
      03 DT-DeptName       PIC X(20).
      03 DT-DeptManager    PIC X(25).
      03 DT-ManagerOper    PIC X(4).

01 DepartmentCount         PIC 99 VALUE ZERO.
01 ManagedDeptCount        PIC 99.

01 ClaimTable.
   02 ClaimEntry OCCURS 3000 TIMES.
      03 CL-ClaimNo        PIC 9(6).
      03 CL-EmpSSN         PIC 9(9).
      03 CL-ClaimDate      PIC 9(8).
      03 CL-Category       PIC XX.
      03 CL-Amount         PIC 9(5)V99.
      03 CL-Receipt        PIC X.
      03 CL-DeptCode       PIC X(4).
      03 CL-Status         PIC X.
         88 CL-Awaiting    VALUE "E".
         88 CL-Approved    VALUE "A".
         88 CL-Rejected    VALUE "R".
      03 CL-EnteredBy      PIC X(4).
      03 CL-ApprovedBy     PIC X(4).
      03 CL-PaidPeriod     PIC 9(6).

01 ClaimCount              PIC 9(4) VALUE ZERO.
01 ClaimIdx                PIC 9(4).
01 HighestClaimNo          PIC 9(6) VALUE ZERO.

01 FILLER                  PIC X VALUE "n".
   88 ClaimTableFull       VALUE "y".

01 MenuChoice              PIC X.
   88 ChoseEnter           VALUE "1".
   88 ChoseApprove         VALUE "2".
   88 ChoseQuit            VALUE "0".
   88 ValidMenuChoice      VALUE "0", "1", "2".

01 EnteredSSN              PIC X(9).
01 EnteredSSNNum REDEFINES EnteredSSN
                           PIC 9(9).
01 EnteredClaimDate        PIC X(8).
01 EnteredClaimDateNum REDEFINES EnteredClaimDate
                           PIC 9(8).
01 EnteredCategory         PIC XX.
01 EnteredAmount           PIC X(7).
01 EnteredAmountNum REDEFINES EnteredAmount
                           PIC 9(5)V99.
01 EnteredReceipt          PIC X.
   88 ReceiptHeld          VALUE "Y".
   88 ValidReceiptFlag     VALUE "Y", "N".

01 FILLER                  PIC X VALUE "n".
   88 FieldAccepted        VALUE "y".
   88 FieldRejected        VALUE "n".

01 ConfirmReply            PIC X.
   88 EntryConfirmed       VALUE "Y", "y".

01 DecisionReply           PIC X.
   88 ApproveClaim         VALUE "A", "a".
   88 RejectClaim          VALUE "R", "r".
   88 SkipClaim            VALUE "S", "s".
   88 ValidDecision        VALUE "A", "a", "R", "r", "S", "s".

01 TodaysDate              PIC 9(8).
01 DateCheckInt            PIC 9(7).
01 TodayInt                PIC 9(7).

01 ClaimsEntered           PIC 9(4) VALUE ZERO.
01 ClaimsApproved          PIC 9(4) VALUE ZERO.
01 ClaimsRejected          PIC 9(4) VALUE ZERO.
01 ChangesMade             PIC 9(4) VALUE ZERO.
01 PrnCount                PIC ZZZ9.
01 PrnLimit                PIC Z,ZZ9.99.

01 ClaimLine.
   02 PrnClaimNo           PIC 9(6).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnEmpSSN            PIC 9(9).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnEmpName           PIC X(25).
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnClaimDate         PIC 9(8).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnCategoryName      PIC X(14).
   02 PrnAmount            PIC ZZ,ZZ9.99.
   02 FILLER               PIC X(9)  VALUE "  receipt".
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnReceipt           PIC X.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Expense claim capture and approval"
   CALL "SignOnOperator" USING SignOnProgramName, OperatorId,
                               OperatorPermission
   IF NOT UpdatesAllowed
      DISPLAY "Recording expense claims needs permission level 2."
      STOP RUN
   END-IF
   PERFORM LoadClaimTable
   IF ClaimTableFull
*     Rewriting a partly loaded table would lose claims.
      DISPLAY "Claim file exceeds 3000 records - run refused."
      STOP RUN
   END-IF
   PERFORM LoadDepartmentTable
   MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
   COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(TodaysDate)
   OPEN INPUT EmployeeFile
   PERFORM DisplayMenuAndGetChoice
   PERFORM UNTIL ChoseQuit
      EVALUATE TRUE
          WHEN ChoseEnter   PERFORM EnterOneClaim
          WHEN ChoseApprove PERFORM ApproveClaims
      END-EVALUATE
      PERFORM DisplayMenuAndGetChoice
   END-PERFORM
   CLOSE EmployeeFile
   IF ChangesMade > ZERO
      PERFORM RewriteClaimFile
   END-IF
   MOVE ClaimsEntered TO PrnCount
   DISPLAY "Claims entered this session  - " PrnCount
   MOVE ClaimsApproved TO PrnCount
   DISPLAY "Claims approved this session - " PrnCount
   MOVE ClaimsRejected TO PrnCount
   DISPLAY "Claims rejected this session - " PrnCount
   STOP RUN.

LoadClaimTable.
   OPEN INPUT ExpenseClaimFile
   IF NoClaimFileYet
      SET EndOfClaimFile TO TRUE
   ELSE
      READ ExpenseClaimFile
         AT END SET EndOfClaimFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfClaimFile
      IF ClaimCount < 3000
         ADD 1 TO ClaimCount
         MOVE ClaimNo-EC     TO CL-ClaimNo(ClaimCount)
         MOVE EmpSSN-EC      TO CL-EmpSSN(ClaimCount)
         MOVE ClaimDate-EC   TO CL-ClaimDate(ClaimCount)
         MOVE Category-EC    TO CL-Category(ClaimCount)
         MOVE Amount-EC      TO CL-Amount(ClaimCount)
         MOVE Receipt-EC     TO CL-Receipt(ClaimCount)
         MOVE DeptCode-EC    TO CL-DeptCode(ClaimCount)
         MOVE Status-EC      TO CL-Status(ClaimCount)
         MOVE EnteredBy-EC   TO CL-EnteredBy(ClaimCount)
         MOVE ApprovedBy-EC  TO CL-ApprovedBy(ClaimCount)
         MOVE PaidPeriod-EC  TO CL-PaidPeriod(ClaimCount)
         IF ClaimNo-EC > HighestClaimNo
            MOVE ClaimNo-EC TO HighestClaimNo
         END-IF
      ELSE
         SET ClaimTableFull TO TRUE
      END-IF
      READ ExpenseClaimFile
         AT END SET EndOfClaimFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoClaimFileYet
      CLOSE ExpenseClaimFile
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

DisplayMenuAndGetChoice.
   DISPLAY " "
   DISPLAY "1. Enter an expense claim"
   DISPLAY "2. Approve claims for my departments"
   DISPLAY "0. Quit and rewrite the file"
   MOVE SPACE TO MenuChoice
   PERFORM UNTIL ValidMenuChoice
      DISPLAY "Enter choice - " WITH NO ADVANCING
      ACCEPT MenuChoice
   END-PERFORM.

EnterOneClaim.
   IF ClaimCount NOT LESS THAN 3000
      DISPLAY "Claim table full - no more can be entered."
      EXIT PARAGRAPH
   END-IF
   PERFORM GetValidEmployee
   PERFORM GetValidClaimDate
   PERFORM GetValidCategory
   PERFORM GetValidAmount
   PERFORM GetValidReceiptFlag
   IF NOT ReceiptHeld AND EnteredAmountNum > ReceiptThreshold
      MOVE ReceiptThreshold TO PrnLimit
      DISPLAY "Claims over " PrnLimit " need a receipt - not recorded."
      EXIT PARAGRAPH
   END-IF
   MOVE EnteredAmountNum TO PrnAmount
   DISPLAY "Claim " PrnAmount " " CT-Name(FoundCategoryIdx)
           " for " EmpSurname " (Y/N) - " WITH NO ADVANCING
   ACCEPT ConfirmReply
   IF EntryConfirmed
      ADD 1 TO ClaimCount, HighestClaimNo
      MOVE HighestClaimNo      TO CL-ClaimNo(ClaimCount)
      MOVE EnteredSSNNum       TO CL-EmpSSN(ClaimCount)
      MOVE EnteredClaimDateNum TO CL-ClaimDate(ClaimCount)
      MOVE EnteredCategory     TO CL-Category(ClaimCount)
      MOVE EnteredAmountNum    TO CL-Amount(ClaimCount)
      MOVE EnteredReceipt      TO CL-Receipt(ClaimCount)
      MOVE EmpDeptCode         TO CL-DeptCode(ClaimCount)
      MOVE "E"                 TO CL-Status(ClaimCount)
      MOVE OperatorId          TO CL-EnteredBy(ClaimCount)
      MOVE SPACES              TO CL-ApprovedBy(ClaimCount)
      MOVE ZERO                TO CL-PaidPeriod(ClaimCount)
      ADD 1 TO ClaimsEntered, ChangesMade
      MOVE "EXPCLAIM" TO LogActionName
      CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                     LogActionName
      DISPLAY "Recorded as claim " HighestClaimNo
              " - awaiting manager approval."
   ELSE
      DISPLAY "Not recorded."
   END-IF.

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
                    " dept " EmpDeptCode
            SET FieldAccepted TO TRUE
         ELSE
            DISPLAY "No employee with EmpSSN " EnteredSSN
         END-IF
      END-IF
   END-PERFORM.

GetValidClaimDate.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Date of expense (YYYYMMDD) - " WITH NO ADVANCING
      ACCEPT EnteredClaimDate
      IF EnteredClaimDate NOT NUMERIC
         DISPLAY "Date must be 8 digits - " EnteredClaimDate
      ELSE
         COMPUTE DateCheckInt =
                 FUNCTION INTEGER-OF-DATE(EnteredClaimDateNum)
         IF DateCheckInt = ZERO
            DISPLAY "Not a real calendar date - " EnteredClaimDate
         ELSE
            IF DateCheckInt > TodayInt
               DISPLAY "An expense cannot be claimed in advance."
            ELSE
               SET FieldAccepted TO TRUE
            END-IF
         END-IF
      END-IF
   END-PERFORM.

GetValidCategory.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Category - TR travel, HO hotel, MI mileage,"
              " SU subsistence, EN entertainment, OT other - "
              WITH NO ADVANCING
      ACCEPT EnteredCategory
      MOVE FUNCTION UPPER-CASE(EnteredCategory) TO EnteredCategory
      MOVE ZERO TO FoundCategoryIdx
      PERFORM VARYING CategoryIdx FROM 1 BY 1
              UNTIL CategoryIdx > 6
         IF CT-Code(CategoryIdx) = EnteredCategory
            MOVE CategoryIdx TO FoundCategoryIdx
         END-IF
      END-PERFORM
      IF FoundCategoryIdx = ZERO
         DISPLAY "Not an expense category - " EnteredCategory
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM.

GetValidAmount.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Amount (7 digits, as 99999v99) - " WITH NO ADVANCING
      ACCEPT EnteredAmount
      IF EnteredAmount NOT NUMERIC
         DISPLAY "Amount must be 7 digits - " EnteredAmount
      ELSE
         IF EnteredAmountNum = ZERO
            DISPLAY "Amount must be more than zero."
         ELSE
            IF EnteredAmountNum > CT-Limit(FoundCategoryIdx)
               MOVE CT-Limit(FoundCategoryIdx) TO PrnLimit
               DISPLAY "Over the " CT-Name(FoundCategoryIdx)
                       " limit of " PrnLimit " for one claim."
            ELSE
               SET FieldAccepted TO TRUE
            END-IF
         END-IF
      END-IF
   END-PERFORM.

GetValidReceiptFlag.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Receipt held (Y/N) - " WITH NO ADVANCING
      ACCEPT EnteredReceipt
      MOVE FUNCTION UPPER-CASE(EnteredReceipt) TO EnteredReceipt
      IF ValidReceiptFlag
         SET FieldAccepted TO TRUE
      ELSE
         DISPLAY "Receipt flag must be Y or N - " EnteredReceipt
      END-IF
   END-PERFORM.

ApproveClaims.
   MOVE ZERO TO ManagedDeptCount
   PERFORM VARYING DTIdx FROM 1 BY 1
           UNTIL DTIdx > DepartmentCount
      IF DT-ManagerOper(DTIdx) = OperatorId
         ADD 1 TO ManagedDeptCount
         DISPLAY "Manager of " DT-DeptCode(DTIdx) " "
                 DT-DeptName(DTIdx)
      END-IF
   END-PERFORM
   IF ManagedDeptCount = ZERO
      DISPLAY "Operator " OperatorId " is not the manager of any"
              " department - no claims to approve."
      EXIT PARAGRAPH
   END-IF
   PERFORM VARYING ClaimIdx FROM 1 BY 1
           UNTIL ClaimIdx > ClaimCount
      IF CL-Awaiting(ClaimIdx)
         PERFORM CheckClaimDepartment
      END-IF
   END-PERFORM
   DISPLAY "End of claims awaiting your approval.".

CheckClaimDepartment.
   SEARCH ALL DepartmentEntry
      AT END CONTINUE
      WHEN DT-DeptCode(DTIdx) = CL-DeptCode(ClaimIdx)
         IF DT-ManagerOper(DTIdx) = OperatorId
            PERFORM DecideOneClaim
         END-IF
   END-SEARCH.

DecideOneClaim.
   MOVE CL-EmpSSN(ClaimIdx) TO EmpSSN
   READ EmployeeFile
      INVALID KEY MOVE "** not on EmployeeFile **" TO EmpName
   END-READ
   MOVE CL-ClaimNo(ClaimIdx)   TO PrnClaimNo
   MOVE CL-EmpSSN(ClaimIdx)    TO PrnEmpSSN
   MOVE SPACES                 TO PrnEmpName
   STRING EmpSurname DELIMITED BY "  "
          ", "       DELIMITED BY SIZE
          EmpForename DELIMITED BY SIZE
          INTO PrnEmpName
   MOVE CL-ClaimDate(ClaimIdx) TO PrnClaimDate
   MOVE "** unknown **"        TO PrnCategoryName
   PERFORM VARYING CategoryIdx FROM 1 BY 1 UNTIL CategoryIdx > 6
      IF CT-Code(CategoryIdx) = CL-Category(ClaimIdx)
         MOVE CT-Name(CategoryIdx) TO PrnCategoryName
      END-IF
   END-PERFORM
   MOVE CL-Amount(ClaimIdx)    TO PrnAmount
   MOVE CL-Receipt(ClaimIdx)   TO PrnReceipt
   DISPLAY " "
   DISPLAY ClaimLine
   IF CL-EnteredBy(ClaimIdx) = OperatorId
      DISPLAY "You keyed this claim - it needs another approver."
      EXIT PARAGRAPH
   END-IF
   MOVE SPACE TO DecisionReply
   PERFORM UNTIL ValidDecision
      DISPLAY "Approve, Reject or Skip (A/R/S) - "
              WITH NO ADVANCING
      ACCEPT DecisionReply
   END-PERFORM
   EVALUATE TRUE
      WHEN ApproveClaim
         SET CL-Approved(ClaimIdx) TO TRUE
         MOVE OperatorId TO CL-ApprovedBy(ClaimIdx)
         ADD 1 TO ClaimsApproved, ChangesMade
         MOVE "EXPAPPR" TO LogActionName
         CALL "LogOperatorAction" USING OperatorId,
                                        SignOnProgramName,
                                        LogActionName
      WHEN RejectClaim
         SET CL-Rejected(ClaimIdx) TO TRUE
         MOVE OperatorId TO CL-ApprovedBy(ClaimIdx)
         ADD 1 TO ClaimsRejected, ChangesMade
         MOVE "EXPREJ" TO LogActionName
         CALL "LogOperatorAction" USING OperatorId,
                                        SignOnProgramName,
                                        LogActionName
   END-EVALUATE.

RewriteClaimFile.
   OPEN OUTPUT ExpenseClaimFile
   PERFORM VARYING ClaimIdx FROM 1 BY 1
           UNTIL ClaimIdx > ClaimCount
      MOVE CL-ClaimNo(ClaimIdx)    TO ClaimNo-EC
      MOVE CL-EmpSSN(ClaimIdx)     TO EmpSSN-EC
      MOVE CL-ClaimDate(ClaimIdx)  TO ClaimDate-EC
      MOVE CL-Category(ClaimIdx)   TO Category-EC
      MOVE CL-Amount(ClaimIdx)     TO Amount-EC
      MOVE CL-Receipt(ClaimIdx)    TO Receipt-EC
      MOVE CL-DeptCode(ClaimIdx)   TO DeptCode-EC
      MOVE CL-Status(ClaimIdx)     TO Status-EC
      MOVE CL-EnteredBy(ClaimIdx)  TO EnteredBy-EC
      MOVE CL-ApprovedBy(ClaimIdx) TO ApprovedBy-EC
      MOVE CL-PaidPeriod(ClaimIdx) TO PaidPeriod-EC
      WRITE ExpenseClaimRec
   END-PERFORM
   CLOSE ExpenseClaimFile.
