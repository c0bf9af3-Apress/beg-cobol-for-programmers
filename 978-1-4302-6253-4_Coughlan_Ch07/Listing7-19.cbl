   02 DeptCode-DF          PIC X(4).
   02 DeptName-DF          PIC X(20).
   02 DeptManager-DF       PIC X(25).
   02 DeptManagerOper-DF   PIC X(4).

FD AssignmentFile.
01 AssignmentRec.
