IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing14-43.
AUTHOR.  Michael Coughlan.
*Hotel outlet charge posting.
*Restaurant, bar and telephone charges used to be added up on paper
*at checkout, and some were never billed.  Each outlet now posts its
*charges to the guest's folio (opened when the stay is recorded by
*Listing14-25) as they are run up:
*  - the outlet's department code is keyed once at the start of the
*    session and checked against the department table;
*  - the folio must be on the folio file and still open; the guest's
*    name is shown back from the guest master for confirmation;
*  - the charge date defaults to today and may not be before the
*    guest arrived or after today; the amount must be more than
*    zero;
*  - each charge is appended to the charges file, where the checkout
*    run (Listing14-44) itemises it on the invoice and the night
*    audit (Listing14-45) takes it into the day's revenue.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT FolioFile ASSIGN TO "Listing14-25Folios.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
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
   02 FolioNumber-CH       PIC 9(6).
   02 DeptCode-CH          PIC XX.
   02 ChargeDate-CH        PIC 9(8).
   02 Amount-CH            PIC 9(5)V99.
   02 ChargeText-CH        PIC X(20).

WORKING-STORAGE SECTION.
01 FolioStatus             PIC XX.
   88 FolioFound           VALUE "00".
   88 NoFolioFile          VALUE "35".

01 GuestMasterStatus       PIC XX.
   88 GuestFound           VALUE "00".

01 ChargesStatus           PIC XX.
   88 NoChargesYet         VALUE "35".

*  The outlets that post to a folio.  Room revenue (RM) is never
*  posted - the checkout run and the night audit work it out from
*  the nights stayed at the folio's rate.
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

01 OutletDeptCode          PIC XX.

01 MenuChoice              PIC X.
   88 ChosePostCharge      VALUE "1".
   88 ChoseQuit            VALUE "0".
   88 ValidMenuChoice      VALUE "0", "1".

01 EnteredFolioNum         PIC X(6).
01 EnteredFolioNumN REDEFINES EnteredFolioNum
                           PIC 9(6).
01 EnteredDate             PIC X(8).
01 EnteredDateN REDEFINES EnteredDate
                           PIC 9(8).
01 EnteredAmount           PIC X(7).
01 EnteredAmountN REDEFINES EnteredAmount
                           PIC 9(5)V99.
01 EnteredText             PIC X(20).

01 FILLER                  PIC X VALUE "n".
   88 FieldAccepted        VALUE "y".
   88 FieldRejected        VALUE "n".

01 ConfirmReply            PIC X.
   88 EntryConfirmed       VALUE "Y", "y".

01 TodaysDate              PIC 9(8).
01 ChargesPosted           PIC 9(4) VALUE ZERO.
01 PostedValue             PIC 9(7)V99 VALUE ZERO.
01 PrnCount                PIC ZZZ9.
01 PrnAmount               PIC $$$,$$9.99.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Hotel outlet charge posting"
   MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
   OPEN INPUT FolioFile
   IF NoFolioFile
      DISPLAY "No folio file - no stays have been recorded."
      STOP RUN
   END-IF
   OPEN INPUT GuestMasterFile
   OPEN EXTEND ChargesFile
   IF NoChargesYet
      OPEN OUTPUT ChargesFile
   END-IF
   PERFORM GetOutletDepartment
   PERFORM DisplayMenuAndGetChoice
   PERFORM UNTIL ChoseQuit
      PERFORM PostOneCharge
      PERFORM DisplayMenuAndGetChoice
   END-PERFORM
   CLOSE FolioFile, GuestMasterFile, ChargesFile
   MOVE ChargesPosted TO PrnCount
   DISPLAY "Charges posted this session - " PrnCount
   MOVE PostedValue TO PrnAmount
   DISPLAY "Value posted this session   - " PrnAmount
   STOP RUN.

GetOutletDepartment.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Outlet department code (RS, BR, PH, MB, LD) - "
              WITH NO ADVANCING
      ACCEPT OutletDeptCode
      PERFORM FindDepartment
      IF FoundDeptIdx = ZERO OR OutletDeptCode = "RM"
         DISPLAY "Not an outlet department - " OutletDeptCode
      ELSE
         DISPLAY "Posting for - " DeptName(FoundDeptIdx)
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM.

FindDepartment.
   MOVE ZERO TO FoundDeptIdx
   PERFORM VARYING DeptIdx FROM 1 BY 1
           UNTIL DeptIdx > 6 OR FoundDeptIdx NOT = ZERO
      IF DeptCode(DeptIdx) = OutletDeptCode
         MOVE DeptIdx TO FoundDeptIdx
      END-IF
   END-PERFORM.

DisplayMenuAndGetChoice.
   DISPLAY " "
   DISPLAY "1. Post a charge to a folio"
   DISPLAY "0. Quit"
   MOVE SPACE TO MenuChoice
   PERFORM UNTIL ValidMenuChoice
      DISPLAY "Enter choice - " WITH NO ADVANCING
      ACCEPT MenuChoice
   END-PERFORM.

PostOneCharge.
   PERFORM GetOpenFolio
   IF NOT FolioFound
      EXIT PARAGRAPH
   END-IF
   PERFORM GetValidChargeDate
   PERFORM GetValidAmount
   DISPLAY "Description (20 chars, optional) - " WITH NO ADVANCING
   ACCEPT EnteredText
   MOVE EnteredAmountN TO PrnAmount
   DISPLAY "Post " PrnAmount " to folio " EnteredFolioNum
           " for " GuestName-GM " (Y/N) - " WITH NO ADVANCING
   ACCEPT ConfirmReply
   IF EntryConfirmed
      MOVE EnteredFolioNumN TO FolioNumber-CH
      MOVE OutletDeptCode   TO DeptCode-CH
      MOVE EnteredDateN     TO ChargeDate-CH
      MOVE EnteredAmountN   TO Amount-CH
      MOVE EnteredText      TO ChargeText-CH
      WRITE ChargeRec
      ADD 1 TO ChargesPosted
      ADD EnteredAmountN TO PostedValue
      DISPLAY "Charge posted."
   ELSE
      DISPLAY "Not posted."
   END-IF.

GetOpenFolio.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Folio number (6 digits) - " WITH NO ADVANCING
      ACCEPT EnteredFolioNum
      IF EnteredFolioNum NOT NUMERIC
         DISPLAY "Folio number must be 6 digits - " EnteredFolioNum
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM
   MOVE EnteredFolioNumN TO FolioNumber-FO
   READ FolioFile
      INVALID KEY CONTINUE
   END-READ
   IF NOT FolioFound
      DISPLAY "No folio " EnteredFolioNum " on file."
      EXIT PARAGRAPH
   END-IF
   IF FolioClosed
      DISPLAY "Folio " EnteredFolioNum " was closed at checkout on "
              CheckoutDate-FO " - charge not posted."
      MOVE "99" TO FolioStatus
      EXIT PARAGRAPH
   END-IF
   MOVE GuestNumber-FO TO GuestNumber-GM
   READ GuestMasterFile
      INVALID KEY MOVE "** not on master **" TO GuestName-GM
   END-READ
   DISPLAY "Guest - " GuestName-GM " staying " ArrivalDate-FO
           " to " DepartureDate-FO.

GetValidChargeDate.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Charge date (YYYYMMDD, blank for today) - "
              WITH NO ADVANCING
      ACCEPT EnteredDate
      IF EnteredDate = SPACES
         MOVE TodaysDate TO EnteredDateN
      END-IF
      EVALUATE TRUE
         WHEN EnteredDate NOT NUMERIC
              DISPLAY "Date must be 8 digits - " EnteredDate
         WHEN EnteredDateN < ArrivalDate-FO
           OR EnteredDateN > TodaysDate
              DISPLAY "Date is before arrival or after today - "
                      EnteredDate
         WHEN OTHER
              SET FieldAccepted TO TRUE
      END-EVALUATE
   END-PERFORM.

GetValidAmount.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Amount (7 digits, as 99999v99) - " WITH NO ADVANCING
      ACCEPT EnteredAmount
      IF EnteredAmount NOT NUMERIC OR EnteredAmountN = ZERO
         DISPLAY "Amount must be 7 digits, not zero - "
                 EnteredAmount
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM.
