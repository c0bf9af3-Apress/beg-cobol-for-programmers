* Employees whose EmpDeptCode has no DepartmentMaster entry are
* listed at the end under an unknown-department heading so the codes
* can be corrected.
* The DepartmentMaster record also carries the manager's operator id
* - the sign-on the expense claim approvals (Listing7-23) are routed
* to.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   02 DeptCode-DF          PIC X(4).
   02 DeptName-DF          PIC X(20).
   02 DeptManager-DF       PIC X(25).
   02 DeptManagerOper-DF   PIC X(4).

WORKING-STORAGE SECTION.
01 EmployeeStatus          PIC XX.
