* History rows for employees no longer on the EmployeeFile still get
* a statement (marked as a leaver) - the year's pay was real even if
* the record has gone.
* Expense claims reimbursed through payroll are carried on the
* history beside the taxable figures; they are inside the net paid
* but not the gross, so each statement shows the year's expenses on
* a line of their own as non-taxable, and the control page totals
* them.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   02 TaxDeduction-PH       PIC 9(7)V99.
   02 SocialInsurance-PH    PIC 9(7)V99.
   02 NetPay-PH             PIC 9(7)V99.
   02 ExpensesPaid-PH       PIC 9(7)V99.

FD EmployeeFile.
01 EmployeeDetails.
      03 SE-YearTax        PIC 9(9)V99.
      03 SE-YearSI         PIC 9(9)V99.
      03 SE-YearNet        PIC 9(9)V99.
      03 SE-YearExpenses   PIC 9(9)V99.
      03 SE-PeriodCell OCCURS 12 TIMES.
         04 SE-MonthGross  PIC 9(7)V99.
         04 SE-MonthNet    PIC 9(7)V99.
   02 GT-Tax               PIC 9(11)V99 VALUE ZERO.
   02 GT-SI                PIC 9(11)V99 VALUE ZERO.
   02 GT-Net               PIC 9(11)V99 VALUE ZERO.
   02 GT-Expenses          PIC 9(11)V99 VALUE ZERO.

01 StatementName           PIC X(25).
01 RowsRead                PIC 9(6) VALUE ZERO.
         MOVE StatementCount TO FoundIdx
         MOVE EmpSSN-PH TO SE-EmpSSN(FoundIdx)
         MOVE ZERO TO SE-YearGross(FoundIdx), SE-YearTax(FoundIdx),
                      SE-YearSI(FoundIdx), SE-YearNet(FoundIdx),
                      SE-YearExpenses(FoundIdx)
         PERFORM VARYING MonthIdx FROM 1 BY 1 UNTIL MonthIdx > 12
            MOVE ZERO TO SE-MonthGross(FoundIdx, MonthIdx)
                         SE-MonthNet(FoundIdx, MonthIdx)
      ADD TaxDeduction-PH    TO SE-YearTax(FoundIdx)
      ADD SocialInsurance-PH TO SE-YearSI(FoundIdx)
      ADD NetPay-PH          TO SE-YearNet(FoundIdx)
      ADD ExpensesPaid-PH    TO SE-YearExpenses(FoundIdx)
      ADD GrossPay-PH
          TO SE-MonthGross(FoundIdx, PayMonth-PH)
      ADD NetPay-PH
      ADD TaxDeduction-PH    TO GT-Tax
      ADD SocialInsurance-PH TO GT-SI
      ADD NetPay-PH          TO GT-Net
      ADD ExpensesPaid-PH    TO GT-Expenses
   END-IF.

SortStatementsBySSN.
   MOVE "Year soc ins    - " TO PrnTotalLabel
   MOVE SE-YearSI(StatementIdx) TO PrnTotalAmount
   DISPLAY StatementTotalLine
   IF SE-YearExpenses(StatementIdx) > ZERO
      MOVE "Year expenses   - " TO PrnTotalLabel
      MOVE SE-YearExpenses(StatementIdx) TO PrnTotalAmount
      DISPLAY StatementTotalLine
   END-IF
   MOVE "Year net        - " TO PrnTotalLabel
   MOVE SE-YearNet(StatementIdx) TO PrnTotalAmount
   DISPLAY StatementTotalLine.
   MOVE "Grand soc ins   - " TO PrnTotalLabel
   MOVE GT-SI TO PrnTotalAmount
   DISPLAY StatementTotalLine
   MOVE "Grand expenses  - " TO PrnTotalLabel
   MOVE GT-Expenses TO PrnTotalAmount
   DISPLAY StatementTotalLine
   MOVE "Grand net       - " TO PrnTotalLabel
   MOVE GT-Net TO PrnTotalAmount
   DISPLAY StatementTotalLine
