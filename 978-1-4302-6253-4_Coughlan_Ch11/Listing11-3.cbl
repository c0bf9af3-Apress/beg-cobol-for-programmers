* branches and displays the State Sales per month in StateNum order
* Calculates the US sales, the number of branches in the US and the average US sales 
* Uses as input the Sequential BranchSalesFile ordered on ascending BranchId
* Each branch's twelve monthly figures are also kept on the INDEXED
* BranchSalesHistory, keyed on BranchId and the sales year keyed at the
* start of the run, instead of being thrown away once the state totals
* are shown.  Each run ADDS its year to the history, so the year-on-year
* branch league table (Listing11-6) can compare any two years.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   SELECT BranchSalesFile ASSIGN TO "Listing11-3BranchSales.dat"
          ORGANIZATION IS LINE SEQUENTIAL.

   SELECT BranchSalesHistory ASSIGN TO "Listing11-3History.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS BranchHistoryKey
          FILE STATUS IS BranchHistoryStatus.

DATA DIVISION.
FILE SECTION.
FD BranchSalesFile.
   02 StateNum              PIC 99.
   02 SalesForMonth         PIC 9(5)V99 OCCURS 12 TIMES.

FD BranchSalesHistory.
01 BranchHistoryRec.
   02 BranchHistoryKey.
      03 BranchId-BH        PIC 9(7).
      03 SalesYear-BH       PIC 9(4).
   02 StateNum-BH           PIC 99.
   02 MonthSales-BH         PIC 9(5)V99 OCCURS 12 TIMES.

WORKING-STORAGE SECTION.
01 BranchHistoryStatus      PIC XX.
   88 NoBranchHistoryYet    VALUE "35".

01 SalesYear                PIC 9(4).

01 StateSalesTable.
   02 State OCCURS 50 TIMES.
      03 StateBranchCount   PIC 9(5). 
   
PROCEDURE DIVISION.
Begin.
   DISPLAY "Sales year (YYYY) - " WITH NO ADVANCING
   ACCEPT SalesYear
   MOVE ZEROS TO StateSalesTable
*  The history accumulates year on year - only the very first run
*  creates it.
   OPEN I-O BranchSalesHistory
   IF NoBranchHistoryYet
      OPEN OUTPUT BranchSalesHistory
      CLOSE BranchSalesHistory
      OPEN I-O BranchSalesHistory
   END-IF
   OPEN INPUT BranchSalesFile
   READ BranchSalesFile
      AT END SET EndOfSalesFile TO TRUE
         ADD SalesForMonth(MonthIdx) TO 
             StateMonthSales(StateNum, MonthIdx), US-TotalSales
      END-PERFORM
      PERFORM WriteBranchHistory
      READ BranchSalesFile
         AT END SET EndOfSalesFile TO TRUE
      END-READ
   END-PERFORM
   PERFORM DisplayResults
   CLOSE BranchSalesFile, BranchSalesHistory
   STOP RUN.

WriteBranchHistory.
   MOVE BranchId  TO BranchId-BH
   MOVE SalesYear TO SalesYear-BH
   MOVE StateNum  TO StateNum-BH
   PERFORM VARYING MonthIdx FROM 1 BY 1 UNTIL MonthIdx > 12
      MOVE SalesForMonth(MonthIdx) TO MonthSales-BH(MonthIdx)
   END-PERFORM
   WRITE BranchHistoryRec
      INVALID KEY DISPLAY "Year already on history - "
                          BranchId-BH SPACE SalesYear-BH
   END-WRITE.
   
DisplayResults.
   DISPLAY ReportHeading
