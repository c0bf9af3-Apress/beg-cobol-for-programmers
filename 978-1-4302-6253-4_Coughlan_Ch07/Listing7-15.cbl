* Grades not keyed (or not on the scale file) are left unchanged and
* counted, so a grade missed by the personnel office is visible on
* the register instead of silently unpaid.
* Hourly-paid staff (pay basis H on the SalaryFile) are rewritten too:
* in percentage mode their hourly rate rises by their grade's
* percentage along with the annual figure; a scale file carries
* annual salaries only, so in scale mode their rate is left alone
* and the register notes it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   02 EmpSSN-SAL           PIC 9(9).
   02 Grade-SAL            PIC XX.
   02 AnnualSalary-SAL     PIC 9(7)V99.
   02 PayBasis-SAL         PIC X.
      88 SalariedPay       VALUE "S", SPACE.
      88 HourlyPay         VALUE "H".
   02 HourlyRate-SAL       PIC 9(3)V99.

FD ScaleFile.
01 ScaleRec.
   02 RecordsReviewed      PIC 9(4)    VALUE ZERO.
   02 RecordsChanged       PIC 9(4)    VALUE ZERO.
   02 RecordsUncovered     PIC 9(4)    VALUE ZERO.
   02 HourlyRatesRaised    PIC 9(4)    VALUE ZERO.
   02 TotalOldSalaries     PIC 9(9)V99 VALUE ZERO.
   02 TotalNewSalaries     PIC 9(9)V99 VALUE ZERO.

         MOVE GT-NewSalary(FoundGradeIdx) TO NewSalary
      END-IF
      MOVE NewSalary TO AnnualSalary-SAL
      MOVE SPACES TO PrnReviewNote
      IF HourlyPay
         PERFORM ReviewHourlyRate
      END-IF
      REWRITE SalaryRec
         INVALID KEY
            DISPLAY "Unexpected rewrite error on SalaryFile - "
                    SalaryStatus
      END-REWRITE
      ADD 1 TO RecordsChanged
   END-IF
   COMPUTE SalaryIncrease = NewSalary - OldSalary
   ADD OldSalary TO TotalOldSalaries
   ADD NewSalary TO TotalNewSalaries.

ReviewHourlyRate.
   IF PercentageMode
      COMPUTE HourlyRate-SAL ROUNDED =
              HourlyRate-SAL * (1 + (GT-Percentage(FoundGradeIdx)
                                     / 100))
      MOVE "RATE RAISED" TO PrnReviewNote
      ADD 1 TO HourlyRatesRaised
   ELSE
      MOVE "RATE AS WAS" TO PrnReviewNote
   END-IF.

AppendReviewLog.
   OPEN EXTEND ReviewLogFile
   IF NoReviewLogYet
   DISPLAY "Salary records rewritten - " PrnCount
   MOVE RecordsUncovered TO PrnCount
   DISPLAY "Grades not covered       - " PrnCount
   MOVE HourlyRatesRaised TO PrnCount
   DISPLAY "Hourly rates raised      - " PrnCount
   MOVE "Old salary bill"              TO PrnControlLabel
   MOVE TotalOldSalaries               TO PrnControlAmount
   DISPLAY ControlLine
