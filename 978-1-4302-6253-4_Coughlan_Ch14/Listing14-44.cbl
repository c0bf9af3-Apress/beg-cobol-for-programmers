IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing14-44.
AUTHOR.  Michael Coughlan.
*Hotel guest checkout and invoice.
*The front desk checks each departing guest out against the folio
*opened when the stay was recorded (Listing14-25):
*  - the folio must be open; the guest's name and country come from
*    the guest master;
*  - the room is billed for the nights from arrival to today (at
*    least one) at the folio's room rate, followed by every charge
*    the outlets posted to the folio (Listing14-43), itemised with
*    date, department and description;
*  - tax is added to the total at the rate keyed at the start of
*    the session, the way the telephone bills key their VAT rate;
*  - the payment method is taken and checked against the table of
*    methods the hotel accepts;
*  - on confirmation the invoice is printed and the folio is closed
*    with the checkout date, payment method, tax and invoice total,
*    so no more charges can be posted to it;
*  - the guest's room is set vacant and dirty on the room master
*    (Listing14-46), so it appears on the housekeeping list and is
*    not given to another guest until it has been cleaned.
*The invoices go to a run-dated file recorded on the shared report
*catalogue (CatalogueReport, Listing16-13sub).

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

   SELECT RoomMasterFile ASSIGN TO "Listing14-46Rooms.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS RoomNumber-RM
          FILE STATUS IS RoomMasterStatus.

   SELECT InvoiceFile ASSIGN TO ReportFileNameWS
          ORGANIZATION IS LINE SEQUENTIAL.

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
   88 EndOfChargesFile     VALUE HIGH-VALUES.
   02 FolioNumber-CH       PIC 9(6).
   02 DeptCode-CH          PIC XX.
   02 ChargeDate-CH        PIC 9(8).
   02 Amount-CH            PIC 9(5)V99.
   02 ChargeText-CH        PIC X(20).

FD RoomMasterFile.
01 RoomMasterRec.
   02 RoomNumber-RM        PIC 9(4).
   02 RoomType-RM          PIC XX.
   02 RateBand-RM          PIC X.
   02 RoomStatus-RM        PIC X.
      88 RoomVacantClean   VALUE "V".
      88 RoomOccupied      VALUE "O".
      88 RoomVacantDirty   VALUE "D".
      88 RoomOutOfOrder    VALUE "X".

FD InvoiceFile.
01 InvoiceLine             PIC X(72).

WORKING-STORAGE SECTION.
*  The invoices go to a run-dated file recorded on the shared
*  report catalogue (CatalogueReport, Listing16-13sub); reprints
*  come from Listing16-13 instead of a rerun.
01 ReportFileNameWS       PIC X(40).
01 ReportIdWS             PIC X(12) VALUE "Listing14-44".
01 ReportDateWS           PIC 9(8).

01 FolioStatus             PIC XX.
   88 FolioFound           VALUE "00".
   88 NoFolioFile          VALUE "35".

01 GuestMasterStatus       PIC XX.
   88 GuestFound           VALUE "00".

01 RoomMasterStatus        PIC XX.
   88 RoomFound            VALUE "00".

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

01 PaymentMethodTable.
   02 PaymentMethodValues.
      03 FILLER  PIC X(16)  VALUE "CACash          ".
      03 FILLER  PIC X(16)  VALUE "CCCredit card   ".
      03 FILLER  PIC X(16)  VALUE "DCDebit card    ".
      03 FILLER  PIC X(16)  VALUE "CQCheque        ".
      03 FILLER  PIC X(16)  VALUE "ACCompany acct  ".
   02 FILLER REDEFINES PaymentMethodValues.
      03 PaymentMethodEntry OCCURS 5 TIMES.
         04 MethodCode     PIC XX.
         04 MethodName     PIC X(14).
01 MethodIdx               PIC 9.
01 FoundMethodIdx          PIC 9.

*  The folio's charges, gathered before the guest is shown the bill.
01 FolioChargeTable.
   02 FolioChargeEntry OCCURS 200 TIMES.
      03 FC-ChargeDate     PIC 9(8).
      03 FC-DeptCode       PIC XX.
      03 FC-Amount         PIC 9(5)V99.
      03 FC-ChargeText     PIC X(20).
01 FolioChargeCount        PIC 9(3).
01 FolioChargeIdx          PIC 9(3).

01 TaxRate                 PIC 9V999.
01 MenuChoice              PIC X.
   88 ChoseCheckout        VALUE "1".
   88 ChoseQuit            VALUE "0".
   88 ValidMenuChoice      VALUE "0", "1".

01 EnteredFolioNum         PIC X(6).
01 EnteredFolioNumN REDEFINES EnteredFolioNum
                           PIC 9(6).
01 EnteredMethod           PIC XX.

01 FILLER                  PIC X VALUE "n".
   88 FieldAccepted        VALUE "y".
   88 FieldRejected        VALUE "n".

01 ConfirmReply            PIC X.
   88 EntryConfirmed       VALUE "Y", "y".

01 TodaysDate              PIC 9(8).
01 NightsStayed            PIC 9(4).
01 RoomCharge              PIC 9(6)V99.
01 ExtrasTotal             PIC 9(6)V99.
01 InvoiceSubtotal         PIC 9(6)V99.
01 InvoiceTax              PIC 9(5)V99.
01 InvoiceTotal            PIC 9(6)V99.
01 GuestsCheckedOut        PIC 9(4) VALUE ZERO.
01 TakingsTotal            PIC 9(7)V99 VALUE ZERO.
01 PrnCount                PIC ZZZ9.
01 PrnMoney                PIC $$,$$$,$$9.99.

01 InvoiceHeading.
   02 FILLER               PIC X(26) VALUE "GUEST INVOICE    Folio No.".
   02 FILLER               PIC X VALUE SPACE.
   02 PrnFolioNumber       PIC 9(6).
   02 FILLER               PIC X(10) VALUE "    Date  ".
   02 PrnInvoiceDate       PIC 9(8).

01 GuestLine.
   02 FILLER               PIC X(8) VALUE "Guest - ".
   02 PrnGuestName         PIC X(20).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnCountry           PIC X(20).

01 StayLine.
   02 FILLER               PIC X(10) VALUE "Arrived - ".
   02 PrnArrivalDate       PIC 9(8).
   02 FILLER               PIC X(15) VALUE "   Departed - ".
   02 PrnCheckoutDate      PIC 9(8).

01 ItemHeading             PIC X(72) VALUE
   "Date      Department    Description              Amount".

01 ItemLine.
   02 PrnItemDate          PIC 9(8).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnItemDept          PIC X(12).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnItemText          PIC X(20).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnItemAmount        PIC $$$,$$9.99.

01 RoomItemText.
   02 PrnNights            PIC ZZ9.
   02 FILLER               PIC X(8) VALUE " nights ".
   02 PrnRate              PIC $$,$$9.99.

01 TotalLine.
   02 FILLER               PIC X(22) VALUE SPACES.
   02 PrnTotalText         PIC X(20).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnTotalAmount       PIC $$$,$$9.99.

01 PaidLine.
   02 FILLER               PIC X(22) VALUE SPACES.
   02 FILLER               PIC X(9) VALUE "Paid by  ".
   02 PrnMethodName        PIC X(14).

PROCEDURE DIVISION.
Begin.
   DISPLAY "Hotel guest checkout"
   MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
   OPEN I-O FolioFile
   IF NoFolioFile
      DISPLAY "No folio file - no stays have been recorded."
      STOP RUN
   END-IF
   DISPLAY "Enter tax rate (e.g. 0.135 for 13.5%) - "
           WITH NO ADVANCING
   ACCEPT TaxRate
   MOVE TodaysDate TO ReportDateWS
   CALL "CatalogueReport" USING ReportIdWS, ReportDateWS,
                                ReportFileNameWS
   OPEN INPUT GuestMasterFile
   OPEN I-O RoomMasterFile
   OPEN OUTPUT InvoiceFile
   PERFORM DisplayMenuAndGetChoice
   PERFORM UNTIL ChoseQuit
      PERFORM CheckOutOneGuest
      PERFORM DisplayMenuAndGetChoice
   END-PERFORM
   CLOSE FolioFile, GuestMasterFile, RoomMasterFile, InvoiceFile
   MOVE GuestsCheckedOut TO PrnCount
   DISPLAY "Guests checked out this session - " PrnCount
   MOVE TakingsTotal TO PrnMoney
   DISPLAY "Invoiced this session           - " PrnMoney
   STOP RUN.

DisplayMenuAndGetChoice.
   DISPLAY " "
   DISPLAY "1. Check a guest out"
   DISPLAY "0. Quit"
   MOVE SPACE TO MenuChoice
   PERFORM UNTIL ValidMenuChoice
      DISPLAY "Enter choice - " WITH NO ADVANCING
      ACCEPT MenuChoice
   END-PERFORM.

CheckOutOneGuest.
   PERFORM GetOpenFolio
   IF NOT FolioFound
      EXIT PARAGRAPH
   END-IF
   PERFORM GatherFolioCharges
   COMPUTE NightsStayed = FUNCTION INTEGER-OF-DATE(TodaysDate)
                        - FUNCTION INTEGER-OF-DATE(ArrivalDate-FO)
   IF NightsStayed < 1
      MOVE 1 TO NightsStayed
   END-IF
   COMPUTE RoomCharge = NightsStayed * RoomRate-FO
   COMPUTE InvoiceSubtotal = RoomCharge + ExtrasTotal
   COMPUTE InvoiceTax ROUNDED = InvoiceSubtotal * TaxRate
   COMPUTE InvoiceTotal = InvoiceSubtotal + InvoiceTax
   MOVE NightsStayed TO PrnCount
   MOVE RoomCharge TO PrnMoney
   DISPLAY "Room " PrnCount " nights          " PrnMoney
   MOVE ExtrasTotal TO PrnMoney
   DISPLAY "Extras (" FolioChargeCount " charges)    " PrnMoney
   MOVE InvoiceTax TO PrnMoney
   DISPLAY "Tax                      " PrnMoney
   MOVE InvoiceTotal TO PrnMoney
   DISPLAY "Total due                " PrnMoney
   PERFORM GetValidPaymentMethod
   DISPLAY "Close folio " EnteredFolioNum " paid by "
           MethodName(FoundMethodIdx) " (Y/N) - " WITH NO ADVANCING
   ACCEPT ConfirmReply
   IF NOT EntryConfirmed
      DISPLAY "Folio left open."
      EXIT PARAGRAPH
   END-IF
   PERFORM PrintInvoice
   SET FolioClosed        TO TRUE
   MOVE EnteredMethod     TO PaymentMethod-FO
   MOVE TodaysDate        TO CheckoutDate-FO
   MOVE InvoiceTax        TO TaxAmount-FO
   MOVE InvoiceTotal      TO InvoiceTotal-FO
   REWRITE FolioRec
      INVALID KEY DISPLAY "Unexpected error closing folio "
                          FolioNumber-FO
      NOT INVALID KEY
          ADD 1 TO GuestsCheckedOut
          ADD InvoiceTotal TO TakingsTotal
          DISPLAY "Invoice printed - folio closed."
   END-REWRITE
   PERFORM SetRoomDirty.

SetRoomDirty.
   MOVE RoomNumber-FO TO RoomNumber-RM
   READ RoomMasterFile
      INVALID KEY CONTINUE
   END-READ
   IF NOT RoomFound
      DISPLAY "Room " RoomNumber-FO " is not on the room master - "
              "tell housekeeping."
      EXIT PARAGRAPH
   END-IF
   SET RoomVacantDirty TO TRUE
   REWRITE RoomMasterRec
      INVALID KEY DISPLAY "Unexpected error updating room "
                          RoomNumber-RM
      NOT INVALID KEY
          DISPLAY "Room " RoomNumber-RM " is now to be cleaned."
   END-REWRITE.

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
      DISPLAY "Folio " EnteredFolioNum " was already closed on "
              CheckoutDate-FO "."
      MOVE "99" TO FolioStatus
      EXIT PARAGRAPH
   END-IF
   MOVE GuestNumber-FO TO GuestNumber-GM
   READ GuestMasterFile
      INVALID KEY MOVE "** not on master **" TO GuestName-GM
                  MOVE SPACES TO Country-GM
   END-READ
   DISPLAY "Guest - " GuestName-GM " arrived " ArrivalDate-FO.

GatherFolioCharges.
   MOVE ZERO TO FolioChargeCount, ExtrasTotal
   OPEN INPUT ChargesFile
   IF NoChargesYet
      EXIT PARAGRAPH
   END-IF
   READ ChargesFile
      AT END SET EndOfChargesFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfChargesFile
      IF FolioNumber-CH = FolioNumber-FO
         IF FolioChargeCount NOT LESS THAN 200
            DISPLAY "More than 200 charges on folio "
                    FolioNumber-FO " - the table must be enlarged"
                    " before this run."
            STOP RUN
         END-IF
         ADD 1 TO FolioChargeCount
         MOVE ChargeDate-CH TO FC-ChargeDate(FolioChargeCount)
         MOVE DeptCode-CH   TO FC-DeptCode(FolioChargeCount)
         MOVE Amount-CH     TO FC-Amount(FolioChargeCount)
         MOVE ChargeText-CH TO FC-ChargeText(FolioChargeCount)
         ADD Amount-CH TO ExtrasTotal
      END-IF
      READ ChargesFile
         AT END SET EndOfChargesFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE ChargesFile.

GetValidPaymentMethod.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Payment method (CA, CC, DC, CQ, AC) - "
              WITH NO ADVANCING
      ACCEPT EnteredMethod
      MOVE ZERO TO FoundMethodIdx
      PERFORM VARYING MethodIdx FROM 1 BY 1
              UNTIL MethodIdx > 5 OR FoundMethodIdx NOT = ZERO
         IF MethodCode(MethodIdx) = EnteredMethod
            MOVE MethodIdx TO FoundMethodIdx
         END-IF
      END-PERFORM
      IF FoundMethodIdx = ZERO
         DISPLAY "Not a payment method the hotel takes - "
                 EnteredMethod
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM.

PrintInvoice.
   MOVE FolioNumber-FO TO PrnFolioNumber
   MOVE TodaysDate     TO PrnInvoiceDate, PrnCheckoutDate
   MOVE GuestName-GM   TO PrnGuestName
   MOVE Country-GM     TO PrnCountry
   MOVE ArrivalDate-FO TO PrnArrivalDate
   WRITE InvoiceLine FROM InvoiceHeading AFTER ADVANCING PAGE
   WRITE InvoiceLine FROM GuestLine AFTER ADVANCING 2 LINES
   WRITE InvoiceLine FROM StayLine AFTER ADVANCING 1 LINE
   WRITE InvoiceLine FROM ItemHeading AFTER ADVANCING 2 LINES
   MOVE ArrivalDate-FO TO PrnItemDate
   MOVE DeptName(1)    TO PrnItemDept
   MOVE NightsStayed   TO PrnNights
   MOVE RoomRate-FO    TO PrnRate
   MOVE RoomItemText   TO PrnItemText
   MOVE RoomCharge     TO PrnItemAmount
   WRITE InvoiceLine FROM ItemLine AFTER ADVANCING 1 LINE
   PERFORM VARYING FolioChargeIdx FROM 1 BY 1
           UNTIL FolioChargeIdx > FolioChargeCount
      PERFORM PrintOneChargeLine
   END-PERFORM
   MOVE "Subtotal"      TO PrnTotalText
   MOVE InvoiceSubtotal TO PrnTotalAmount
   WRITE InvoiceLine FROM TotalLine AFTER ADVANCING 2 LINES
   MOVE "Tax"           TO PrnTotalText
   MOVE InvoiceTax      TO PrnTotalAmount
   WRITE InvoiceLine FROM TotalLine AFTER ADVANCING 1 LINE
   MOVE "Total"         TO PrnTotalText
   MOVE InvoiceTotal    TO PrnTotalAmount
   WRITE InvoiceLine FROM TotalLine AFTER ADVANCING 1 LINE
   MOVE MethodName(FoundMethodIdx) TO PrnMethodName
   WRITE InvoiceLine FROM PaidLine AFTER ADVANCING 2 LINES.

PrintOneChargeLine.
   MOVE FC-ChargeDate(FolioChargeIdx) TO PrnItemDate
   MOVE ZERO TO FoundDeptIdx
   PERFORM VARYING DeptIdx FROM 1 BY 1
           UNTIL DeptIdx > 6 OR FoundDeptIdx NOT = ZERO
      IF DeptCode(DeptIdx) = FC-DeptCode(FolioChargeIdx)
         MOVE DeptIdx TO FoundDeptIdx
      END-IF
   END-PERFORM
   IF FoundDeptIdx = ZERO
      MOVE FC-DeptCode(FolioChargeIdx) TO PrnItemDept
   ELSE
      MOVE DeptName(FoundDeptIdx)      TO PrnItemDept
   END-IF
   MOVE FC-ChargeText(FolioChargeIdx) TO PrnItemText
   MOVE FC-Amount(FolioChargeIdx)     TO PrnItemAmount
   WRITE InvoiceLine FROM ItemLine AFTER ADVANCING 1 LINE.
