IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing7-30.
AUTHOR. Michael Coughlan
* Departmental establishment maintenance.
* The approved establishment for each department on the
* DepartmentFile - the approved headcount, the approved full-time
* equivalent posts and the annual pay budget - is held on the
* EstablishmentFile, one record per department code.  Listing7-31
* compares it each month with the actual headcount and the pay cost
* posted by the payroll run.
* Changing the establishment is a finance and HR decision, so the
* operator must sign on through the shared SignOnOperator service at
* permission level 3.  The operator can list the establishment or
* set a department's figures; the department code is validated
* against the DepartmentFile and the file is rewritten at the end of
* the session.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT DepartmentFile ASSIGN TO "Listing7-11Depts.dat"
          ORGANIZATION IS LINE SEQUENTIAL.

   SELECT EstablishmentFile ASSIGN TO "Listing7-30Estab.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS EstablishmentStatus.

DATA DIVISION.
FILE SECTION.
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

WORKING-STORAGE SECTION.
01 EstablishmentStatus     PIC XX.
   88 NoEstablishmentYet   VALUE "35".

01 OperatorId              PIC X(4).
01 SignOnProgramName       PIC X(12) VALUE "Listing7-30".
01 OperatorPermission      PIC 9.
   88 EstablishmentChangesAllowed VALUE 3.
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

*  The establishment, one entry per department in DepartmentTable
*  order; ET-OnFile marks the departments that have figures set.
01 EstablishmentTable.
   02 EstablishmentEntry OCCURS 50 TIMES.
      03 ET-ApprovedHeads  PIC 9(4).
      03 ET-ApprovedFTE    PIC 9(4)V99.
      03 ET-PayBudget      PIC 9(9)V99.
      03 ET-OnFileFlag     PIC X.
         88 ET-OnFile      VALUE "y".

01 DeptIdx                 PIC 99.
01 OrphanRecords           PIC 9(4) VALUE ZERO.

01 MenuChoice              PIC X.
   88 ChoseList            VALUE "1".
   88 ChoseSet             VALUE "2".
   88 ChoseQuit            VALUE "0".
   88 ValidMenuChoice      VALUE "0", "1", "2".

01 EnteredDept             PIC X(4).
01 EnteredHeads            PIC X(4).
01 EnteredHeadsNum REDEFINES EnteredHeads
                           PIC 9(4).
01 EnteredFTE              PIC X(6).
01 EnteredFTENum REDEFINES EnteredFTE
                           PIC 9(4)V99.
01 EnteredBudget           PIC X(11).
01 EnteredBudgetNum REDEFINES EnteredBudget
                           PIC 9(9)V99.

01 FILLER                  PIC X VALUE "n".
   88 FieldAccepted        VALUE "y".
   88 FieldRejected        VALUE "n".

01 ConfirmReply            PIC X.
   88 EntryConfirmed       VALUE "Y", "y".

01 ChangesMade             PIC 9(4) VALUE ZERO.
01 PrnCount                PIC ZZZ9.

01 EstablishmentHeading    PIC X(70) VALUE
   "Dept  Name                  Heads       FTE      Pay budget".

01 EstablishmentLine.
   02 PrnDeptCode          PIC X(4).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnDeptName          PIC X(20).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnHeads             PIC Z,ZZ9.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnFTE               PIC Z,ZZ9.99.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnBudget            PIC ZZZ,ZZZ,ZZ9.99.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnEstNote           PIC X(10).

PROCEDURE DIVISION.
Begin.
   DISPLAY "Departmental establishment maintenance"
   CALL "SignOnOperator" USING SignOnProgramName, OperatorId,
                               OperatorPermission
   IF NOT EstablishmentChangesAllowed
      DISPLAY "Maintaining the establishment needs permission"
              " level 3."
      STOP RUN
   END-IF
   PERFORM LoadDepartmentTable
   PERFORM LoadEstablishmentTable
   PERFORM DisplayMenuAndGetChoice
   PERFORM UNTIL ChoseQuit
      EVALUATE TRUE
          WHEN ChoseList PERFORM ListEstablishment
          WHEN ChoseSet  PERFORM SetEstablishment
      END-EVALUATE
      PERFORM DisplayMenuAndGetChoice
   END-PERFORM
   IF ChangesMade > ZERO
      PERFORM RewriteEstablishmentFile
   END-IF
   MOVE ChangesMade TO PrnCount
   DISPLAY "Changes made this session - " PrnCount
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

LoadEstablishmentTable.
*  A record for a department since taken off the DepartmentFile is
*  reported and dropped when the file is rewritten.
   PERFORM VARYING DeptIdx FROM 1 BY 1 UNTIL DeptIdx > 50
      MOVE ZERO TO ET-ApprovedHeads(DeptIdx),
                   ET-ApprovedFTE(DeptIdx), ET-PayBudget(DeptIdx)
      MOVE "n"  TO ET-OnFileFlag(DeptIdx)
   END-PERFORM
   OPEN INPUT EstablishmentFile
   IF NoEstablishmentYet
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
            DISPLAY "Establishment for unknown department "
                    DeptCode-ES " will be dropped."
            ADD 1 TO OrphanRecords
         WHEN DT-DeptCode(DTIdx) = DeptCode-ES
            SET DeptIdx TO DTIdx
            MOVE ApprovedHeads-ES TO ET-ApprovedHeads(DeptIdx)
            MOVE ApprovedFTE-ES   TO ET-ApprovedFTE(DeptIdx)
            MOVE PayBudget-ES     TO ET-PayBudget(DeptIdx)
            SET ET-OnFile(DeptIdx) TO TRUE
      END-SEARCH
      READ EstablishmentFile
         AT END SET EndOfEstablishment TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoEstablishmentYet
      CLOSE EstablishmentFile
   END-IF
   IF OrphanRecords > ZERO
      ADD 1 TO ChangesMade
   END-IF.

DisplayMenuAndGetChoice.
   DISPLAY " "
   DISPLAY "1. List the establishment"
   DISPLAY "2. Set a department's establishment"
   DISPLAY "0. Quit and rewrite the file"
   MOVE SPACE TO MenuChoice
   PERFORM UNTIL ValidMenuChoice
      DISPLAY "Enter choice - " WITH NO ADVANCING
      ACCEPT MenuChoice
   END-PERFORM.

ListEstablishment.
   DISPLAY EstablishmentHeading
   PERFORM VARYING DeptIdx FROM 1 BY 1
           UNTIL DeptIdx > DepartmentCount
      PERFORM ShowOneDepartment
   END-PERFORM.

ShowOneDepartment.
   MOVE DT-DeptCode(DeptIdx)      TO PrnDeptCode
   MOVE DT-DeptName(DeptIdx)      TO PrnDeptName
   MOVE ET-ApprovedHeads(DeptIdx) TO PrnHeads
   MOVE ET-ApprovedFTE(DeptIdx)   TO PrnFTE
   MOVE ET-PayBudget(DeptIdx)     TO PrnBudget
   IF ET-OnFile(DeptIdx)
      MOVE SPACES TO PrnEstNote
   ELSE
      MOVE "NOT SET" TO PrnEstNote
   END-IF
   DISPLAY EstablishmentLine.

SetEstablishment.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Department code (4 chars) - " WITH NO ADVANCING
      ACCEPT EnteredDept
      SET DTIdx TO 1
      SEARCH ALL DepartmentEntry
         AT END
            DISPLAY "No such department - " EnteredDept
         WHEN DT-DeptCode(DTIdx) = EnteredDept
            SET DeptIdx TO DTIdx
            SET FieldAccepted TO TRUE
      END-SEARCH
   END-PERFORM
   DISPLAY EstablishmentHeading
   PERFORM ShowOneDepartment
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Approved headcount (4 digits) - " WITH NO ADVANCING
      ACCEPT EnteredHeads
      IF EnteredHeads NOT NUMERIC
         DISPLAY "Headcount must be 4 digits - " EnteredHeads
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Approved FTE (6 digits, as 9999v99) - "
              WITH NO ADVANCING
      ACCEPT EnteredFTE
      IF EnteredFTE NOT NUMERIC
         DISPLAY "FTE must be 6 digits - " EnteredFTE
      ELSE
         IF EnteredFTENum > EnteredHeadsNum
            DISPLAY "FTE cannot be more than the approved headcount."
         ELSE
            SET FieldAccepted TO TRUE
         END-IF
      END-IF
   END-PERFORM
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Annual pay budget (11 digits, as 999999999v99) - "
              WITH NO ADVANCING
      ACCEPT EnteredBudget
      IF EnteredBudget NOT NUMERIC
         DISPLAY "Budget must be 11 digits - " EnteredBudget
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM
   DISPLAY "Set the establishment for " DT-DeptCode(DeptIdx)
           " (Y/N) - " WITH NO ADVANCING
   ACCEPT ConfirmReply
   IF EntryConfirmed
      MOVE EnteredHeadsNum  TO ET-ApprovedHeads(DeptIdx)
      MOVE EnteredFTENum    TO ET-ApprovedFTE(DeptIdx)
      MOVE EnteredBudgetNum TO ET-PayBudget(DeptIdx)
      SET ET-OnFile(DeptIdx) TO TRUE
      ADD 1 TO ChangesMade
      MOVE "ESTAB" TO LogActionName
      CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                     LogActionName
      DISPLAY "Set."
   ELSE
      DISPLAY "Not changed."
   END-IF.

RewriteEstablishmentFile.
   OPEN OUTPUT EstablishmentFile
   PERFORM VARYING DeptIdx FROM 1 BY 1
           UNTIL DeptIdx > DepartmentCount
      IF ET-OnFile(DeptIdx)
         MOVE DT-DeptCode(DeptIdx)      TO DeptCode-ES
         MOVE ET-ApprovedHeads(DeptIdx) TO ApprovedHeads-ES
         MOVE ET-ApprovedFTE(DeptIdx)   TO ApprovedFTE-ES
         MOVE ET-PayBudget(DeptIdx)     TO PayBudget-ES
         WRITE EstablishmentRec
      END-IF
   END-PERFORM
   CLOSE EstablishmentFile.
