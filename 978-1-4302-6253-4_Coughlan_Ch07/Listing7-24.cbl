IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing7-24.
AUTHOR. Michael Coughlan
* Monthly expense spend by department and category.
* For a requested month this run reads the ExpenseClaimFile kept by
* Listing7-23 and takes every claim dated in the month that a
* manager has approved - whether or not payroll (Listing7-12) has
* reimbursed it yet - as spend.  It prints, per department, the
* claim count and amount for each expense category with the
* department name and manager resolved from the DepartmentFile the
* way Listing7-17 resolves them, then a category summary across all
* departments and the month's grand total.
* Claims whose department code is not on the DepartmentFile are
* reported under an unknown-department heading rather than dropped,
* and the month's claims still awaiting approval or rejected are
* counted at the foot so the figures are read for what they are.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT ExpenseClaimFile ASSIGN TO "Listing7-23Claims.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ClaimStatus.

   SELECT DepartmentFile ASSIGN TO "Listing7-11Depts.dat"
          ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ExpenseClaimFile.
01 ExpenseClaimRec.
   88 EndOfClaimFile       VALUE HIGH-VALUES.
   02 ClaimNo-EC           PIC 9(6).
   02 EmpSSN-EC            PIC 9(9).
   02 ClaimDate-EC         PIC 9(8).
   02 ClaimDate-EC-R REDEFINES ClaimDate-EC.
      03 ClaimPeriod-EC    PIC 9(6).
      03 FILLER            PIC 99.
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

FD DepartmentFile.
01 DepartmentRec.
   88 EndOfDeptFile        VALUE HIGH-VALUES.
   02 DeptCode-DF          PIC X(4).
   02 DeptName-DF          PIC X(20).
   02 DeptManager-DF       PIC X(25).
   02 DeptManagerOper-DF   PIC X(4).

WORKING-STORAGE SECTION.
01 ClaimStatus             PIC XX.
   88 NoClaimFile          VALUE "35".

01 ReportPeriod            PIC 9(6).

*  The same categories Listing7-23 takes claims under.
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

01 DepartmentTable.
   02 DepartmentEntry OCCURS 50 TIMES
              ASCENDING KEY IS DT-DeptCode
              INDEXED BY DTIdx.
      03 DT-DeptCode       PIC X(4).
      03 DT-DeptName       PIC X(20).
      03 DT-DeptManager    PIC X(25).
      03 DT-ManagerOper    PIC X(4).

01 DepartmentCount         PIC 99 VALUE ZERO.

*  Spend per department per category, in step with the department
*  table; entry 51 collects claims for unknown department codes.
01 SpendTable.
   02 DeptSpend OCCURS 51 TIMES.
      03 DS-CategorySpend OCCURS 6 TIMES.
         04 DS-Claims      PIC 9(4).
         04 DS-Amount      PIC 9(7)V99.

01 SpendIdx                PIC 99.
01 UnknownDeptIdx          PIC 99 VALUE 51.

01 CategoryTotals.
   02 CategoryTotal OCCURS 6 TIMES.
      03 CTT-Claims        PIC 9(5).
      03 CTT-Amount        PIC 9(9)V99.

01 DeptClaims              PIC 9(5).
01 DeptAmount              PIC 9(9)V99.
01 GrandClaims             PIC 9(5) VALUE ZERO.
01 GrandAmount             PIC 9(9)V99 VALUE ZERO.
01 ClaimsAwaiting          PIC 9(5) VALUE ZERO.
01 ClaimsRejected          PIC 9(5) VALUE ZERO.
01 UnknownCategoryClaims   PIC 9(5) VALUE ZERO.

01 DeptHeadingLine.
   02 FILLER               PIC X(13) VALUE "Department - ".
   02 PrnDeptCode          PIC X(4).
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnDeptName          PIC X(20).
   02 FILLER               PIC X(11) VALUE " manager - ".
   02 PrnDeptManager       PIC X(25).

01 CategoryLine.
   02 FILLER               PIC X(4)  VALUE SPACES.
   02 PrnCategoryName      PIC X(14).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnClaims            PIC ZZZZ9.
   02 FILLER               PIC X(8)  VALUE " claims ".
   02 PrnAmount            PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Expense spend - period (YYYYMM) - " WITH NO ADVANCING
   ACCEPT ReportPeriod
   PERFORM LoadDepartmentTable
   PERFORM ClearSpendTables
   PERFORM AccumulateMonthClaims
   DISPLAY " "
   DISPLAY "***** EXPENSE SPEND BY DEPARTMENT - " ReportPeriod
           " *****"
   PERFORM VARYING DTIdx FROM 1 BY 1
           UNTIL DTIdx > DepartmentCount
      SET SpendIdx TO DTIdx
      MOVE DT-DeptCode(DTIdx)    TO PrnDeptCode
      MOVE DT-DeptName(DTIdx)    TO PrnDeptName
      MOVE DT-DeptManager(DTIdx) TO PrnDeptManager
      PERFORM PrintOneDepartment
   END-PERFORM
   MOVE UnknownDeptIdx TO SpendIdx
   MOVE "????"                 TO PrnDeptCode
   MOVE "** unknown code **"   TO PrnDeptName
   MOVE SPACES                 TO PrnDeptManager
   PERFORM PrintOneDepartment
   PERFORM PrintCategorySummary
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

ClearSpendTables.
   PERFORM VARYING SpendIdx FROM 1 BY 1 UNTIL SpendIdx > 51
      PERFORM VARYING CategoryIdx FROM 1 BY 1 UNTIL CategoryIdx > 6
         MOVE ZERO TO DS-Claims(SpendIdx, CategoryIdx)
                      DS-Amount(SpendIdx, CategoryIdx)
      END-PERFORM
   END-PERFORM
   PERFORM VARYING CategoryIdx FROM 1 BY 1 UNTIL CategoryIdx > 6
      MOVE ZERO TO CTT-Claims(CategoryIdx), CTT-Amount(CategoryIdx)
   END-PERFORM.

AccumulateMonthClaims.
   OPEN INPUT ExpenseClaimFile
   IF NoClaimFile
      DISPLAY "No expense claims (Listing7-23Claims.dat) on file."
      SET EndOfClaimFile TO TRUE
   ELSE
      READ ExpenseClaimFile
         AT END SET EndOfClaimFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfClaimFile
      IF ClaimPeriod-EC = ReportPeriod
         EVALUATE TRUE
            WHEN Approved-EC OR Paid-EC
               PERFORM AccumulateOneClaim
            WHEN AwaitingApproval-EC
               ADD 1 TO ClaimsAwaiting
            WHEN Rejected-EC
               ADD 1 TO ClaimsRejected
         END-EVALUATE
      END-IF
      READ ExpenseClaimFile
         AT END SET EndOfClaimFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoClaimFile
      CLOSE ExpenseClaimFile
   END-IF.

AccumulateOneClaim.
   MOVE ZERO TO FoundCategoryIdx
   PERFORM VARYING CategoryIdx FROM 1 BY 1 UNTIL CategoryIdx > 6
      IF CT-Code(CategoryIdx) = Category-EC
         MOVE CategoryIdx TO FoundCategoryIdx
      END-IF
   END-PERFORM
*  Capture only takes the six categories, so anything else is a
*  hand-edited record - counted, and filed under Other.
   IF FoundCategoryIdx = ZERO
      ADD 1 TO UnknownCategoryClaims
      MOVE 6 TO FoundCategoryIdx
   END-IF
   MOVE UnknownDeptIdx TO SpendIdx
   SEARCH ALL DepartmentEntry
      AT END CONTINUE
      WHEN DT-DeptCode(DTIdx) = DeptCode-EC
         SET SpendIdx TO DTIdx
   END-SEARCH
   ADD 1 TO DS-Claims(SpendIdx, FoundCategoryIdx),
            CTT-Claims(FoundCategoryIdx), GrandClaims
   ADD Amount-EC TO DS-Amount(SpendIdx, FoundCategoryIdx),
                    CTT-Amount(FoundCategoryIdx), GrandAmount.

PrintOneDepartment.
*  Departments with no spend in the month are left off.
   MOVE ZERO TO DeptClaims, DeptAmount
   PERFORM VARYING CategoryIdx FROM 1 BY 1 UNTIL CategoryIdx > 6
      ADD DS-Claims(SpendIdx, CategoryIdx) TO DeptClaims
      ADD DS-Amount(SpendIdx, CategoryIdx) TO DeptAmount
   END-PERFORM
   IF DeptClaims = ZERO
      EXIT PARAGRAPH
   END-IF
   DISPLAY " "
   DISPLAY DeptHeadingLine
   PERFORM VARYING CategoryIdx FROM 1 BY 1 UNTIL CategoryIdx > 6
      IF DS-Claims(SpendIdx, CategoryIdx) > ZERO
         MOVE CT-Name(CategoryIdx)              TO PrnCategoryName
         MOVE DS-Claims(SpendIdx, CategoryIdx)  TO PrnClaims
         MOVE DS-Amount(SpendIdx, CategoryIdx)  TO PrnAmount
         DISPLAY CategoryLine
      END-IF
   END-PERFORM
   MOVE "Department    " TO PrnCategoryName
   MOVE DeptClaims       TO PrnClaims
   MOVE DeptAmount       TO PrnAmount
   DISPLAY CategoryLine.

PrintCategorySummary.
   DISPLAY " "
   DISPLAY "===== ALL DEPARTMENTS BY CATEGORY ====="
   PERFORM VARYING CategoryIdx FROM 1 BY 1 UNTIL CategoryIdx > 6
      MOVE CT-Name(CategoryIdx)     TO PrnCategoryName
      MOVE CTT-Claims(CategoryIdx)  TO PrnClaims
      MOVE CTT-Amount(CategoryIdx)  TO PrnAmount
      DISPLAY CategoryLine
   END-PERFORM
   MOVE "Month total   " TO PrnCategoryName
   MOVE GrandClaims      TO PrnClaims
   MOVE GrandAmount      TO PrnAmount
   DISPLAY CategoryLine
   DISPLAY " "
   MOVE ClaimsAwaiting TO PrnClaims
   DISPLAY "Claims awaiting approval (not in spend) - " PrnClaims
   MOVE ClaimsRejected TO PrnClaims
   DISPLAY "Claims rejected (not in spend)          - " PrnClaims
   IF UnknownCategoryClaims > ZERO
      MOVE UnknownCategoryClaims TO PrnClaims
      DISPLAY "Claims with unknown category (as Other) - " PrnClaims
   END-IF.
