IDENTIFICATION DIVISION.
PROGRAM-ID. Listing8-19.
AUTHOR. Michael Coughlan.
* Rolling Greens house account month-end.
* The treasurer used to type the statements up from the signed
* chits.  For the month keyed, this run sorts the house account
* file captured at the bar, the pro shop and the office
* (Listing8-18) into member and date order and prints:
*   - a statement for every member with a balance or with anything
*     charged or paid in the month - the balance brought forward,
*     each charge and payment in the month with its outlet, and the
*     balance owing at the month end;
*   - the treasurer's income report - charges taken by outlet and
*     payments received, for the month and for the year to date.
* Entries dated after the month keyed are left for next month, so
* a month can be re-run after the event.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MemberFile  ASSIGN TO "Listing8-3-Members.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

    SELECT HouseAccountFile ASSIGN TO "Listing8-18House.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HouseAccountStatus.

    SELECT SortedHouseFile ASSIGN TO "Listing8-19Sorted.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

    SELECT HouseWorkFile ASSIGN TO "WORK8.TMP".

DATA DIVISION.
FILE SECTION.
FD  MemberFile.
01  MemberRec.
    88 EndOfMemberFile   VALUE HIGH-VALUES.
    02 MemberId      PIC X(5).
    02 MemberName    PIC X(20).
    02 MemberType    PIC 9.
    02 Gender        PIC X.
    02 MemberExpiryDate PIC 9(8).
    02 HouseLimit    PIC 9(4)V99.

FD  HouseAccountFile.
01  HouseAccountRec      PIC X(42).

FD  SortedHouseFile.
01  SortedHouseRec.
    88 EndOfSortedHouseFile VALUE HIGH-VALUES.
    02 MemberId-HA   PIC X(5).
    02 TransDate-HA  PIC 9(8).
    02 Outlet-HA     PIC X.
       88 BarOutlet-HA     VALUE "B".
       88 ProShopOutlet-HA VALUE "P".
       88 OfficeOutlet-HA  VALUE "O".
       88 RenewalOutlet-HA VALUE "R".
    02 TransType-HA  PIC X.
       88 Charge-HA        VALUE "C".
       88 Payment-HA       VALUE "P".
    02 Amount-HA     PIC 9(5)V99.
    02 Description-HA PIC X(20).

SD  HouseWorkFile.
01  HouseWorkRec.
    02 MemberId-HW   PIC X(5).
    02 TransDate-HW  PIC 9(8).
    02 FILLER        PIC X(29).

WORKING-STORAGE SECTION.
01 HouseAccountStatus     PIC XX.
   88 NoHouseAccountFile  VALUE "35".

01 MemberTable.
   02 MemberEntry OCCURS 500 TIMES.
      03 MT-MemberId      PIC X(5).
      03 MT-MemberName    PIC X(20).

01 MemberCount            PIC 999 VALUE ZERO.
01 MemberIdx              PIC 999.

01 StatementMonth         PIC X(6).
01 StatementMonthN REDEFINES StatementMonth.
   02 StatementYear       PIC 9(4).
   02 StatementMonthNum   PIC 99.

01 MonthStartDate         PIC 9(8).
01 MonthEndDate           PIC 9(8).
01 YearStartDate          PIC 9(8).

01 CurrentMemberId        PIC X(5).
01 OpeningBalance         PIC S9(6)V99.
01 ClosingBalance         PIC S9(6)V99.
01 MonthEntries           PIC 9(4).

*  Outlets 1 bar, 2 pro shop (charges), 3 office, 4 with the
*  renewal (payments); month and year to date.
01 OutletTotalsTable.
   02 OutletTotals OCCURS 4 TIMES.
      03 OT-MonthTotal    PIC 9(7)V99.
      03 OT-YearTotal     PIC 9(7)V99.
01 OutletNames.
   02 FILLER              PIC X(20) VALUE "Bar charges".
   02 FILLER              PIC X(20) VALUE "Pro shop charges".
   02 FILLER              PIC X(20) VALUE "Paid at the office".
   02 FILLER              PIC X(20) VALUE "Paid with renewal".
01 FILLER REDEFINES OutletNames.
   02 OutletName          PIC X(20) OCCURS 4 TIMES.
01 OutletIdx              PIC 9.

01 StatementsPrinted      PIC 9(4) VALUE ZERO.
01 TotalOwing             PIC S9(7)V99 VALUE ZERO.
01 PrnCount               PIC ZZZ9.

01 StatementEntryLine.
   02 PrnTransDate         PIC 9(8).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnOutlet            PIC X(10).
   02 PrnDescription       PIC X(20).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnCharge            PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnPayment           PIC ZZ,ZZ9.99 BLANK WHEN ZERO.

01 BalanceLine.
   02 PrnBalanceText       PIC X(42).
   02 FILLER               PIC X(10) VALUE SPACES.
   02 PrnBalance           PIC ZZZ,ZZ9.99-.

01 IncomeLine.
   02 PrnOutletName        PIC X(20).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnMonthTotal        PIC Z,ZZZ,ZZ9.99.
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnYearTotal         PIC Z,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
   MOVE SPACES TO StatementMonth
   PERFORM UNTIL StatementMonth NUMERIC
      DISPLAY "Statement month (YYYYMM) - " WITH NO ADVANCING
      ACCEPT StatementMonth
      IF StatementMonth NUMERIC
         IF StatementMonthNum < 1 OR StatementMonthNum > 12
            DISPLAY "Month must be 01-12 - " StatementMonth
            MOVE SPACES TO StatementMonth
         END-IF
      END-IF
   END-PERFORM
   COMPUTE MonthStartDate = StatementYear * 10000
                          + StatementMonthNum * 100 + 1
   COMPUTE MonthEndDate   = MonthStartDate + 30
   COMPUTE YearStartDate  = StatementYear * 10000 + 101
   PERFORM LoadMemberTable
   OPEN INPUT HouseAccountFile
   IF NoHouseAccountFile
      DISPLAY "No house account file - no statements to print."
      STOP RUN
   END-IF
   CLOSE HouseAccountFile
   SORT HouseWorkFile ON ASCENDING KEY MemberId-HW, TransDate-HW
        WITH DUPLICATES IN ORDER
        USING HouseAccountFile
        GIVING SortedHouseFile
   MOVE ZEROS TO OutletTotalsTable
   OPEN INPUT SortedHouseFile
   READ SortedHouseFile
      AT END SET EndOfSortedHouseFile TO TRUE
   END-READ
   PERFORM ProcessOneMember UNTIL EndOfSortedHouseFile
   CLOSE SortedHouseFile
   PERFORM PrintIncomeReport
   DISPLAY " "
   MOVE StatementsPrinted TO PrnCount
   DISPLAY "Statements printed        - " PrnCount
   MOVE TotalOwing TO PrnBalance
   DISPLAY "Owed on house accounts    - " PrnBalance
   STOP RUN.

LoadMemberTable.
   OPEN INPUT MemberFile
   READ MemberFile
      AT END SET EndOfMemberFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfMemberFile
      IF MemberCount < 500
         ADD 1 TO MemberCount
         MOVE MemberId   TO MT-MemberId(MemberCount)
         MOVE MemberName TO MT-MemberName(MemberCount)
      END-IF
      READ MemberFile
         AT END SET EndOfMemberFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE MemberFile.

ProcessOneMember.
*  The brought-forward balance is everything before the month; the
*  heading is printed at the first entry in the month, or at the
*  end when there is a balance but nothing in the month.
   MOVE MemberId-HA TO CurrentMemberId
   MOVE ZERO TO OpeningBalance, MonthEntries
   PERFORM UNTIL EndOfSortedHouseFile
           OR MemberId-HA NOT = CurrentMemberId
      IF TransDate-HA NOT > MonthEndDate
         PERFORM AddToOutletTotals
         IF TransDate-HA < MonthStartDate
            PERFORM AddToOpeningBalance
         ELSE
            IF MonthEntries = ZERO
               PERFORM PrintStatementHeading
            END-IF
            PERFORM PrintStatementEntry
         END-IF
      END-IF
      READ SortedHouseFile
         AT END SET EndOfSortedHouseFile TO TRUE
      END-READ
   END-PERFORM
   IF MonthEntries = ZERO AND OpeningBalance NOT = ZERO
      PERFORM PrintStatementHeading
   END-IF
   IF MonthEntries NOT = ZERO OR OpeningBalance NOT = ZERO
      MOVE "Balance owing at the end of the month" TO PrnBalanceText
      MOVE ClosingBalance TO PrnBalance
      DISPLAY BalanceLine
      ADD ClosingBalance TO TotalOwing
   END-IF.

AddToOpeningBalance.
   IF Charge-HA
      ADD Amount-HA TO OpeningBalance
   ELSE
      SUBTRACT Amount-HA FROM OpeningBalance
   END-IF.

PrintStatementHeading.
   ADD 1 TO StatementsPrinted
   MOVE OpeningBalance TO ClosingBalance
   DISPLAY " "
   DISPLAY "***** ROLLING GREENS HOUSE ACCOUNT - " StatementMonth
           " *****"
   MOVE "** NOT A MEMBER **" TO PrnDescription
   PERFORM VARYING MemberIdx FROM 1 BY 1
           UNTIL MemberIdx > MemberCount
      IF MT-MemberId(MemberIdx) = CurrentMemberId
         MOVE MT-MemberName(MemberIdx) TO PrnDescription
         EXIT PERFORM
      END-IF
   END-PERFORM
   DISPLAY "Member " CurrentMemberId "  " PrnDescription
   DISPLAY "Date      Outlet    Details                 Charges"
           "   Payments"
   MOVE "Balance brought forward" TO PrnBalanceText
   MOVE OpeningBalance TO PrnBalance
   DISPLAY BalanceLine.

PrintStatementEntry.
   ADD 1 TO MonthEntries
   MOVE TransDate-HA   TO PrnTransDate
   MOVE Description-HA TO PrnDescription
   EVALUATE TRUE
       WHEN BarOutlet-HA     MOVE "Bar"      TO PrnOutlet
       WHEN ProShopOutlet-HA MOVE "Pro shop" TO PrnOutlet
       WHEN OfficeOutlet-HA  MOVE "Office"   TO PrnOutlet
       WHEN RenewalOutlet-HA MOVE "Renewal"  TO PrnOutlet
       WHEN OTHER            MOVE Outlet-HA  TO PrnOutlet
   END-EVALUATE
   IF Charge-HA
      MOVE Amount-HA TO PrnCharge
      MOVE ZERO      TO PrnPayment
      ADD Amount-HA TO ClosingBalance
   ELSE
      MOVE ZERO      TO PrnCharge
      MOVE Amount-HA TO PrnPayment
      SUBTRACT Amount-HA FROM ClosingBalance
   END-IF
   DISPLAY StatementEntryLine.

AddToOutletTotals.
   EVALUATE TRUE
       WHEN Charge-HA AND BarOutlet-HA     MOVE 1 TO OutletIdx
       WHEN Charge-HA AND ProShopOutlet-HA MOVE 2 TO OutletIdx
       WHEN Payment-HA AND RenewalOutlet-HA MOVE 4 TO OutletIdx
       WHEN Payment-HA                     MOVE 3 TO OutletIdx
       WHEN OTHER                          MOVE ZERO TO OutletIdx
   END-EVALUATE
   IF OutletIdx NOT = ZERO AND TransDate-HA NOT < YearStartDate
      ADD Amount-HA TO OT-YearTotal(OutletIdx)
      IF TransDate-HA NOT < MonthStartDate
         ADD Amount-HA TO OT-MonthTotal(OutletIdx)
      END-IF
   END-IF.

PrintIncomeReport.
   DISPLAY " "
   DISPLAY "***** HOUSE ACCOUNT INCOME BY OUTLET - " StatementMonth
           " *****"
   DISPLAY "                             Month  Year to date"
   PERFORM VARYING OutletIdx FROM 1 BY 1 UNTIL OutletIdx > 4
      MOVE OutletName(OutletIdx)     TO PrnOutletName
      MOVE OT-MonthTotal(OutletIdx)  TO PrnMonthTotal
      MOVE OT-YearTotal(OutletIdx)   TO PrnYearTotal
      DISPLAY IncomeLine
   END-PERFORM.
