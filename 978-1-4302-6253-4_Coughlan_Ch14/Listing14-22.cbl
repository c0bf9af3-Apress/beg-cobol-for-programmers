    02 DDMandate-SM       PIC X.
    02 DDBankRef-SM       PIC X(12).
    02 PlanStartDate-SM   PIC 9(8).
    02 AccountType-SM     PIC X.
    02 BillPayerId-SM     PIC 9(10).

FD  TerminationFile.
01  TerminationRec.
