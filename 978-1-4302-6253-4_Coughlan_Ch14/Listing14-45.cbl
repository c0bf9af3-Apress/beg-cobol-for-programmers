IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing14-45.
AUTHOR.  Michael Coughlan.
*Hotel night audit.
*Run at the close of each day for the date keyed (today if left
*blank):
*  - the day's revenue by department: room revenue is the room rate
*    of every folio (Listing14-25) in the house that night - a guest
*    checked out the day they arrived still counts for that one
*    night, as the checkout run (Listing14-44) bills it - and the
*    outlet departments take the charges posted for the day
*    (Listing14-43); the rooms occupied and the average rate are
*    shown under the total;
*  - every folio still open for a guest due out on or before the
*    audit date, with the guest's name, the days overstayed and the
*    balance run up so far (nights to the audit date at the room rate
*    plus all charges posted), so the desk can chase it in the
*    morning.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT FolioFile ASSIGN TO "Listing14-25Folios.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS FolioNumber-FO
          FILE STATUS IS FolioStatus.

   SELECT GuestMasterFile ASSIGN TO "Listing14-25Guests.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS GuestNumber-GM
          FILE STATUS IS GuestMasterStatus.

   SELECT ChargesFile ASSIGN TO "Listing14-43Charges.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ChargesStatus.

DATA DIVISION.
FILE SECTION.
FD FolioFile.
01 FolioRec.
   88 EndOfFolioFile       VALUE HIGH-VALUES.
   02 FolioNumber-FO       PIC 9(6).
   02 GuestNumber-FO       PIC 9(6).
   02 ArrivalDate-FO       PIC 9(8).
   02 DepartureDate-FO     PIC 9(8).
   02 RoomRate-FO          PIC 9(4)V99.
   02 FolioState-FO        PIC X.
      88 FolioOpen         VALUE "O".
      88 FolioClosed       VALUE "C".
   02 PaymentMethod-FO     PIC XX.
   02 CheckoutDate-FO      PIC 9(8).
   02 TaxAmount-FO         PIC 9(5)V99.
   02 InvoiceTotal-FO      PIC 9(6)V99.
   02 RoomNumber-FO        PIC 9(4).

FD GuestMasterFile.
01 GuestMasterRec.
   02 GuestNumber-GM       PIC 9(6).
   02 GuestName-GM         PIC X(20).
   02 Country-GM           PIC X(20).
   02 NoShowFlag-GM        PIC X.
      88 GuestHadNoShow    VALUE "Y".
   02 LastNoShowDate-GM    PIC 9(8).

FD ChargesFile.
01 ChargeRec.
   88 EndOfChargesFile     VALUE HIGH-VALUES.
   02 FolioNumber-CH       PIC 9(6).
   02 DeptCode-CH          PIC XX.
   02 ChargeDate-CH        PIC 9(8).
   02 Amount-CH            PIC 9(5)V99.
   02 ChargeText-CH        PIC X(20).

WORKING-STORAGE SECTION.
01 FolioStatus             PIC XX.
   88 NoFolioFile          VALUE "35".

01 GuestMasterStatus       PIC XX.
   88 GuestFound           VALUE "00".

01 ChargesStatus           PIC XX.
   88 NoChargesYet         VALUE "35".

01 DepartmentTable.
   02 DepartmentValues.
      03 FILLER  PIC X(14)  VALUE "RMRoom        ".
      03 FILLER  PIC X(14)  VALUE "RSRestaurant  ".
      03 FILLER  PIC X(14)  VALUE "BRBar         ".
      03 FILLER  PIC X(14)  VALUE "PHTelephone   ".
      03 FILLER  PIC X(14)  VALUE "MBMinibar     ".
      03 FILLER  PIC X(14)  VALUE "LDLaundry     ".
   02 FILLER REDEFINES DepartmentValues.
      03 DepartmentEntry OCCURS 6 TIMES.
         04 DeptCode       PIC XX.
         04 DeptName       PIC X(12).
01 DeptIdx                 PIC 9.
01 FoundDeptIdx            PIC 9.

01 DeptRevenueTable.
   02 DeptRevenue OCCURS 6 TIMES PIC 9(7)V99.
01 UnknownDeptRevenue      PIC 9(7)V99.
01 DayRevenue              PIC 9(8)V99.

*  Open folios for guests due out on or before the audit date.
01 OverdueTable.
   02 OverdueEntry OCCURS 200 TIMES.
      03 OD-FolioNumber    PIC 9(6).
      03 OD-GuestNumber    PIC 9(6).
      03 OD-DepartureDate  PIC 9(8).
      03 OD-DaysOver       PIC 9(4).
      03 OD-Balance        PIC 9(7)V99.
01 OverdueCount            PIC 9(3) VALUE ZERO.
01 OverdueIdx              PIC 9(3).
01 FoundOverdueIdx         PIC 9(3).

01 AuditDate               PIC 9(8).
01 EnteredDate             PIC X(8).
01 EnteredDateN REDEFINES EnteredDate
                           PIC 9(8).
01 FILLER                  PIC X VALUE "n".
   88 FieldAccepted        VALUE "y".
   88 FieldRejected        VALUE "n".

01 FILLER                  PIC X.
   88 InHouseTonight       VALUE "y".
   88 NotInHouseTonight    VALUE "n".

01 RoomsOccupied           PIC 9(4) VALUE ZERO.
01 AverageRate             PIC 9(4)V99.
01 NightsToDate            PIC 9(4).
01 PrnCount                PIC ZZZ9.
01 PrnMoney                PIC $$,$$$,$$9.99.

01 RevenueLine.
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnDeptName          PIC X(12).
   02 FILLER               PIC X(4) VALUE SPACES.
   02 PrnDeptRevenue       PIC $$,$$$,$$9.99.

01 OverdueHeading          PIC X(72) VALUE
   "Folio   Guest                 Due Out   Days Over    Balance".

01 OverdueLine.
   02 PrnFolioNumber       PIC 9(6).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnGuestName         PIC X(20).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnDepartureDate     PIC 9(8).
   02 FILLER               PIC X(4) VALUE SPACES.
   02 PrnDaysOver          PIC ZZZ9.
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnBalance           PIC $$$$,$$9.99.

PROCEDURE DIVISION.
Begin.
   PERFORM GetAuditDate
   OPEN INPUT FolioFile
   IF NoFolioFile
      DISPLAY "No folio file - no stays have been recorded."
      STOP RUN
   END-IF
   INITIALIZE DeptRevenueTable
   MOVE ZERO TO UnknownDeptRevenue
   READ FolioFile NEXT RECORD
      AT END SET EndOfFolioFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfFolioFile
      PERFORM AuditOneFolio
      READ FolioFile NEXT RECORD
         AT END SET EndOfFolioFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE FolioFile
   PERFORM AuditCharges
   PERFORM PrintRevenueByDepartment
   PERFORM PrintOverdueFolios
   STOP RUN.

GetAuditDate.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Audit date (YYYYMMDD, blank for today) - "
              WITH NO ADVANCING
      ACCEPT EnteredDate
      IF EnteredDate = SPACES
         MOVE FUNCTION CURRENT-DATE(1:8) TO EnteredDate
      END-IF
      IF EnteredDate NOT NUMERIC
         DISPLAY "Date must be 8 digits - " EnteredDate
      ELSE
         IF FUNCTION TEST-DATE-YYYYMMDD(EnteredDateN) NOT = ZERO
            DISPLAY "Not a valid date - " EnteredDate
         ELSE
            SET FieldAccepted TO TRUE
         END-IF
      END-IF
   END-PERFORM
   MOVE EnteredDateN TO AuditDate.

AuditOneFolio.
   SET NotInHouseTonight TO TRUE
   IF ArrivalDate-FO NOT GREATER THAN AuditDate
      EVALUATE TRUE
         WHEN FolioOpen
              SET InHouseTonight TO TRUE
         WHEN AuditDate < CheckoutDate-FO
              SET InHouseTonight TO TRUE
         WHEN CheckoutDate-FO = ArrivalDate-FO
          AND AuditDate = ArrivalDate-FO
              SET InHouseTonight TO TRUE
      END-EVALUATE
   END-IF
   IF InHouseTonight
      ADD 1 TO RoomsOccupied
      ADD RoomRate-FO TO DeptRevenue(1)
   END-IF
   IF FolioOpen AND DepartureDate-FO NOT GREATER THAN AuditDate
      PERFORM AddOverdueFolio
   END-IF.

AddOverdueFolio.
   IF OverdueCount NOT LESS THAN 200
      DISPLAY "More than 200 overdue folios - the table must be "
              "enlarged before this run."
      STOP RUN
   END-IF
   ADD 1 TO OverdueCount
   MOVE FolioNumber-FO   TO OD-FolioNumber(OverdueCount)
   MOVE GuestNumber-FO   TO OD-GuestNumber(OverdueCount)
   MOVE DepartureDate-FO TO OD-DepartureDate(OverdueCount)
   COMPUTE OD-DaysOver(OverdueCount) =
           FUNCTION INTEGER-OF-DATE(AuditDate)
         - FUNCTION INTEGER-OF-DATE(DepartureDate-FO)
   COMPUTE NightsToDate = FUNCTION INTEGER-OF-DATE(AuditDate)
                        - FUNCTION INTEGER-OF-DATE(ArrivalDate-FO)
   IF NightsToDate < 1
      MOVE 1 TO NightsToDate
   END-IF
   COMPUTE OD-Balance(OverdueCount) = NightsToDate * RoomRate-FO.

AuditCharges.
*  One pass of the charges: the audit date's charges go to their
*  department, and every charge on an overdue folio to its balance.
   OPEN INPUT ChargesFile
   IF NoChargesYet
      EXIT PARAGRAPH
   END-IF
   READ ChargesFile
      AT END SET EndOfChargesFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfChargesFile
      IF ChargeDate-CH = AuditDate
         PERFORM FindDepartment
         IF FoundDeptIdx = ZERO
            ADD Amount-CH TO UnknownDeptRevenue
         ELSE
            ADD Amount-CH TO DeptRevenue(FoundDeptIdx)
         END-IF
      END-IF
      MOVE ZERO TO FoundOverdueIdx
      PERFORM VARYING OverdueIdx FROM 1 BY 1
              UNTIL OverdueIdx > OverdueCount
                 OR FoundOverdueIdx NOT = ZERO
         IF OD-FolioNumber(OverdueIdx) = FolioNumber-CH
            MOVE OverdueIdx TO FoundOverdueIdx
         END-IF
      END-PERFORM
      IF FoundOverdueIdx NOT = ZERO
         ADD Amount-CH TO OD-Balance(FoundOverdueIdx)
      END-IF
      READ ChargesFile
         AT END SET EndOfChargesFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE ChargesFile.

FindDepartment.
   MOVE ZERO TO FoundDeptIdx
   PERFORM VARYING DeptIdx FROM 1 BY 1
           UNTIL DeptIdx > 6 OR FoundDeptIdx NOT = ZERO
      IF DeptCode(DeptIdx) = DeptCode-CH
         MOVE DeptIdx TO FoundDeptIdx
      END-IF
   END-PERFORM.

PrintRevenueByDepartment.
   DISPLAY "***** NIGHT AUDIT - " AuditDate " *****"
   DISPLAY " "
   DISPLAY "Revenue by department"
   MOVE ZERO TO DayRevenue
   PERFORM VARYING DeptIdx FROM 1 BY 1 UNTIL DeptIdx > 6
      MOVE DeptName(DeptIdx)    TO PrnDeptName
      MOVE DeptRevenue(DeptIdx) TO PrnDeptRevenue
      DISPLAY RevenueLine
      ADD DeptRevenue(DeptIdx) TO DayRevenue
   END-PERFORM
   IF UnknownDeptRevenue > ZERO
      MOVE "Unknown dept"     TO PrnDeptName
      MOVE UnknownDeptRevenue TO PrnDeptRevenue
      DISPLAY RevenueLine
      ADD UnknownDeptRevenue TO DayRevenue
   END-IF
   MOVE "Total"    TO PrnDeptName
   MOVE DayRevenue TO PrnDeptRevenue
   DISPLAY RevenueLine
   MOVE RoomsOccupied TO PrnCount
   DISPLAY "Rooms occupied  - " PrnCount
   IF RoomsOccupied > ZERO
      COMPUTE AverageRate ROUNDED = DeptRevenue(1) / RoomsOccupied
      MOVE AverageRate TO PrnMoney
      DISPLAY "Average rate    - " PrnMoney
   END-IF.

PrintOverdueFolios.
   DISPLAY " "
   DISPLAY "Folios still open - guests due out on or before "
           AuditDate
   IF OverdueCount = ZERO
      DISPLAY "None."
      EXIT PARAGRAPH
   END-IF
   OPEN INPUT GuestMasterFile
   DISPLAY OverdueHeading
   PERFORM VARYING OverdueIdx FROM 1 BY 1
           UNTIL OverdueIdx > OverdueCount
      MOVE OD-GuestNumber(OverdueIdx) TO GuestNumber-GM
      READ GuestMasterFile
         INVALID KEY MOVE "** not on master **" TO GuestName-GM
      END-READ
      MOVE OD-FolioNumber(OverdueIdx)   TO PrnFolioNumber
      MOVE GuestName-GM                 TO PrnGuestName
      MOVE OD-DepartureDate(OverdueIdx) TO PrnDepartureDate
      MOVE OD-DaysOver(OverdueIdx)      TO PrnDaysOver
      MOVE OD-Balance(OverdueIdx)       TO PrnBalance
      DISPLAY OverdueLine
   END-PERFORM
   CLOSE GuestMasterFile
   MOVE OverdueCount TO PrnCount
   DISPLAY "Folios to chase - " PrnCount.
