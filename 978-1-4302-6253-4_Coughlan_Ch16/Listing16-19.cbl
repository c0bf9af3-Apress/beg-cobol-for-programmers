IDENTIFICATION DIVISION.
PROGRAM-ID. Listing16-19.
AUTHOR.  Michael Coughlan.
* Anonymisation of closed personal-data records past retention.
* The masters searched by the subject access report (Listing16-18)
* keep people's names, addresses and phone numbers long after the
* relationship has ended.  This run overwrites them once a record
* has been closed for longer than the retention period keyed for the
* run (in whole years, six if left blank).  Money is never touched:
* pay history, bills, payments, invoices, folios and jobs stay as
* they are, keyed on the same numbers, so the books still balance -
* they simply no longer say who.
* A record is closed, and the retention period runs, from:
*   - employees - the leave date on the EmployeeFile;
*   - telecoms - the closure date on the archive of closed accounts
*     (Listing14-23), where a closed subscriber's details now live;
*   - film lending - the purge date on the archive of purged
*     borrowers (Listing17-23);
*   - hotel guests - the last departure, booking or checkout for the
*     guest; a guest with an open folio is never closed.  The stays
*     in the guest book are anonymised with the guest, and so are old
*     guest book stays with no guest number once they are past the
*     period;
*   - Aromamora customers - the last invoice or payment, provided
*     nothing is owed and the customer is not on credit hold.  The
*     line-sequential source the master is reloaded from
*     (Listing12-8) is anonymised too, or the next reload would put
*     the details back;
*   - Rolling Greens members - the membership expiry date, provided
*     nothing is owed on the house account (Listing8-18);
*   - vehicle owners - the last completed workshop job on the
*     vehicle; a vehicle with a job open is never closed.  The owner
*     details are cleared rather than overwritten, so the reminder
*     run (Listing17-26) lists the vehicle as having no recorded
*     owner instead of writing to one.
* A record with no activity at all is kept, as Listing17-23 keeps a
* borrower with no history.  Names become ANONYMISED; addresses,
* phone numbers and guest book comments become spaces.
* The run is level-3 only.  It can be run as a list only, changing
* nothing, so the candidates can be checked first.  When it is run
* for real every record anonymised is written to the anonymisation
* log with the date, operator, system, record key, closing date and
* the retention period applied - never the name - and the run is
* logged as ANONYMSE (a list-only run as ANONLIST).  The list goes to
* a run-dated file on the shared report catalogue (CatalogueReport,
* Listing16-13sub).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT EmployeeFile ASSIGN TO "Employee.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS EmpSSN
                 ALTERNATE RECORD KEY IS EmpSurname
                     WITH DUPLICATES
                 FILE STATUS IS EmployeeStatus.

       SELECT ClosedArchiveFile ASSIGN TO "Listing14-23Closed.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ClosedArchiveStatus.

       SELECT BorrowerArchiveFile ASSIGN TO "Listing17-23Archive.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BorrowerArchiveStatus.

       SELECT GuestMasterFile ASSIGN TO "Listing14-25Guests.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS GuestNumber-GM
                 FILE STATUS IS GuestMasterStatus.

       SELECT GuestBookFile ASSIGN TO "Listing14-10.Dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GuestBookStatus.

       SELECT BookingsFile ASSIGN TO "Listing14-27Bookings.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BookingsStatus.

       SELECT FolioFile ASSIGN TO "Listing14-25Folios.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS FolioNumber-FO
                 FILE STATUS IS FolioStatus.

       SELECT CustomerMasterFile ASSIGN TO "Listing12-8Customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CustomerId-CM
                 FILE STATUS IS CustomerMasterStatus.

       SELECT CustomerSourceFile ASSIGN TO "Listing12-8Source.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CustomerSourceStatus.

       SELECT InvoiceRegisterFile ASSIGN TO "Listing12-7Register.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS InvoiceRegisterStatus.

       SELECT OilPaymentsFile ASSIGN TO "Listing12-9Pay.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS OilPaymentsStatus.

       SELECT MemberFile ASSIGN TO "Listing8-3-Members.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS MemberStatus.

       SELECT HouseAccountFile ASSIGN TO "Listing8-18House.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS HouseAccountStatus.

       SELECT VehicleFile ASSIGN TO "Listing17-10Vehicle.DAT"
                 ORGANIZATION IS RELATIVE
                 ACCESS MODE IS SEQUENTIAL
                 RELATIVE KEY IS VehicleNumKey
                 FILE STATUS IS VehicleStatus.

       SELECT JobsFile ASSIGN TO "Listing17-18Jobs.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS JobNum-JF
                 FILE STATUS IS JobStatus.

       SELECT AnonymisationLog ASSIGN TO "Listing16-19Log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AnonLogStatus.

       SELECT WorkFile ASSIGN TO "Listing16-19Work.tmp"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AnonymisationReport ASSIGN TO ReportFileNameWS
                 ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD EmployeeFile.
01 EmployeeDetails.
   88 EndOfEmployeeFile   VALUE HIGH-VALUES.
   02 EmpSSN              PIC 9(9).
   02 EmpName.
      03 EmpSurname       PIC X(15).
      03 EmpForename      PIC X(10).
   02 EmpDateOfBirth      PIC 9(8).
   02 EmpGender           PIC X.
   02 EmpDeptCode         PIC X(4).
   02 EmpHireDate         PIC 9(8).
   02 EmpLeaveDate        PIC 9(8).

FD ClosedArchiveFile.
01 ClosedArchiveRec.
   88 EndOfClosedArchive  VALUE HIGH-VALUES.
   02 MasterImage-CA.
      03 SubscriberId-CA  PIC 9(10).
      03 SubscriberName-CA PIC X(25).
      03 AddressLine1-CA  PIC X(20).
      03 AddressLine2-CA  PIC X(20).
      03 AddressLine3-CA  PIC X(20).
      03 FILLER           PIC X(34).
   02 ClosureDate-CA      PIC 9(8).
   02 ReasonCode-CA       PIC X(3).
   02 WrittenOff-CA       PIC 9(6)V99.

FD BorrowerArchiveFile.
01 BorrowerArchiveRec.
   88 EndOfBorrowerArchive VALUE HIGH-VALUES.
   02 BorrowerId-AR       PIC 9(5).
   02 BorrowerName-AR     PIC X(25).
   02 BorrowerPhone-AR    PIC X(12).
   02 LastLoanDate-AR     PIC 9(8).
   02 PurgeDate-AR        PIC 9(8).

FD GuestMasterFile.
01 GuestMasterRec.
   88 EndOfGuestMaster    VALUE HIGH-VALUES.
   02 GuestNumber-GM      PIC 9(6).
   02 GuestName-GM        PIC X(20).
   02 Country-GM          PIC X(20).
   02 NoShowFlag-GM       PIC X.
   02 LastNoShowDate-GM   PIC 9(8).

FD GuestBookFile.
01 GuestRec.
   88 EndOfGuestBook      VALUE HIGH-VALUES.
   02 GuestNameGF         PIC X(20).
   02 CountryNameGF       PIC X(20).
   02 GuestCommentGF      PIC X(40).
   02 ArrivalDateGF       PIC 9(8).
   02 DepartureDateGF     PIC 9(8).
   02 RoomRateGF          PIC 9(4)V99.
   02 GuestNumberGF       PIC 9(6).

FD BookingsFile.
01 BookingRec.
   88 EndOfBookingsFile   VALUE HIGH-VALUES.
   02 GuestNumber-BK      PIC 9(6).
   02 ArrivalDate-BK      PIC 9(8).
   02 DepartureDate-BK    PIC 9(8).
   02 FILLER              PIC X(31).

FD FolioFile.
01 FolioRec.
   88 EndOfFolioFile      VALUE HIGH-VALUES.
   02 FolioNumber-FO      PIC 9(6).
   02 GuestNumber-FO      PIC 9(6).
   02 ArrivalDate-FO      PIC 9(8).
   02 DepartureDate-FO    PIC 9(8).
   02 RoomRate-FO         PIC 9(4)V99.
   02 FolioState-FO       PIC X.
      88 FolioOpen        VALUE "O".
   02 PaymentMethod-FO    PIC XX.
   02 CheckoutDate-FO     PIC 9(8).
   02 TaxAmount-FO        PIC 9(5)V99.
   02 InvoiceTotal-FO     PIC 9(6)V99.
   02 RoomNumber-FO       PIC 9(4).

FD CustomerMasterFile.
01 CustomerMasterRec.
   88 EndOfCustomerMaster VALUE HIGH-VALUES.
   02 CustomerId-CM       PIC X(5).
   02 CustomerName-CM     PIC X(20).
   02 CustomerAddress-CM  PIC X(40).
   02 CreditLimit-CM      PIC 9(6)V99.
   02 TypeDiscount-CM     PIC 99V99.
   02 CreditHold-CM       PIC X.
      88 OnCreditHold     VALUE "H".
   02 HoldDate-CM         PIC 9(8).

FD CustomerSourceFile.
01 CustomerSourceRec.
   88 EndOfSourceFile     VALUE HIGH-VALUES.
   02 CustomerId-SRC      PIC X(5).
   02 CustomerName-SRC    PIC X(20).
   02 CustomerAddress-SRC PIC X(40).
   02 CreditLimit-SRC     PIC 9(6)V99.
   02 TypeDiscount-SRC    PIC 99V99.

FD InvoiceRegisterFile.
01 InvoiceRegisterRec.
   88 EndOfInvoiceRegister VALUE HIGH-VALUES.
   02 InvoiceNumber-IR    PIC 9(6).
   02 CustomerId-IR       PIC X(5).
   02 InvoiceDate-IR      PIC 9(8).
   02 InvoiceTotal-IR     PIC 9(6)V99.

FD OilPaymentsFile.
01 OilPaymentRec.
   88 EndOfOilPayments    VALUE HIGH-VALUES.
   02 CustomerId-OP       PIC X(5).
   02 PayDate-OP          PIC 9(8).
   02 PayAmount-OP        PIC 9(6)V99.

FD MemberFile.
01 MemberRec.
   88 EndOfMemberFile     VALUE HIGH-VALUES.
   02 MemberId            PIC X(5).
   02 MemberName          PIC X(20).
   02 MemberType          PIC 9.
   02 Gender              PIC X.
   02 MemberExpiryDate    PIC 9(8).
   02 HouseLimit          PIC 9(4)V99.

FD HouseAccountFile.
01 HouseAccountRec.
   88 EndOfHouseAccount   VALUE HIGH-VALUES.
   02 MemberId-HA         PIC X(5).
   02 TransDate-HA        PIC 9(8).
   02 Outlet-HA           PIC X.
   02 TransType-HA        PIC X.
      88 Payment-HA       VALUE "P".
   02 Amount-HA           PIC 9(5)V99.
   02 Description-HA      PIC X(20).

FD VehicleFile.
01 VehicleRec.
   88 EndOfVehicleFile    VALUE HIGH-VALUES.
   02 VehicleNum          PIC 9(4).
   02 VehicleDesc         PIC X(25).
   02 ManfName            PIC X(20).
   02 OwnerName           PIC X(25).
   02 OwnerAddress        PIC X(40).
   02 OwnerPhone          PIC X(12).

FD JobsFile.
01 JobRec-JF.
   88 EndOfJobsFile       VALUE HIGH-VALUES.
   02 JobNum-JF           PIC 9(5).
   02 VehicleNum-JF       PIC 9(4).
   02 DateOpened-JF       PIC 9(8).
   02 DateClosed-JF       PIC 9(8).
   02 LabourHours-JF      PIC 9(3)V9.
   02 LabourRate-JF       PIC 9(3)V99.
   02 PartsCost-JF        PIC 9(6)V99.
   02 JobState-JF         PIC X.
      88 JobOpen          VALUE "O".
   02 WarrantyFlag-JF     PIC X.

FD AnonymisationLog.
01 AnonLogRec.
   02 AnonDate-AL         PIC 9(8).
   02 OperatorId-AL       PIC X(4).
   02 SystemName-AL       PIC X(8).
   02 RecordKey-AL        PIC X(10).
   02 ClosedDate-AL       PIC 9(8).
   02 RetentionYears-AL   PIC 99.

FD WorkFile.
01 WorkRec                PIC X(160).

FD AnonymisationReport.
01 ReportLine             PIC X(80).

WORKING-STORAGE SECTION.
* The list goes to a run-dated file recorded on the shared report
* catalogue (CatalogueReport, Listing16-13sub); reprints come from
* Listing16-13 instead of a rerun.
01 ReportFileNameWS       PIC X(40).
01 ReportIdWS             PIC X(12) VALUE "Listing16-19".
01 ReportDateWS           PIC 9(8).

01 EmployeeStatus         PIC XX.
   88 NoEmployeeFile      VALUE "35".
01 ClosedArchiveStatus    PIC XX.
   88 NoClosedArchive     VALUE "35".
01 BorrowerArchiveStatus  PIC XX.
   88 NoBorrowerArchive   VALUE "35".
01 GuestMasterStatus      PIC XX.
   88 NoGuestMaster       VALUE "35".
01 GuestBookStatus        PIC XX.
   88 NoGuestBook         VALUE "35".
01 BookingsStatus         PIC XX.
   88 NoBookingsFile      VALUE "35".
01 FolioStatus            PIC XX.
   88 NoFolioFile         VALUE "35".
01 CustomerMasterStatus   PIC XX.
   88 NoCustomerMaster    VALUE "35".
01 CustomerSourceStatus   PIC XX.
   88 NoCustomerSource    VALUE "35".
01 InvoiceRegisterStatus  PIC XX.
   88 NoInvoiceRegister   VALUE "35".
01 OilPaymentsStatus      PIC XX.
   88 NoOilPayments       VALUE "35".
01 MemberStatus           PIC XX.
   88 NoMemberFile        VALUE "35".
01 HouseAccountStatus     PIC XX.
   88 NoHouseAccount      VALUE "35".
01 VehicleStatus          PIC XX.
   88 NoVehicleFile       VALUE "35".
01 JobStatus              PIC XX.
   88 NoJobsFile          VALUE "35".
01 AnonLogStatus          PIC XX.
   88 NoAnonLogYet        VALUE "35".

01 VehicleNumKey          PIC 9(4).

01 SignOnOperatorId       PIC X(4).
01 SignOnProgramName      PIC X(12) VALUE "Listing16-19".
01 OperatorPermission     PIC 9.
   88 AnonymiseAllowed    VALUE 3.
01 LogActionName          PIC X(8).

01 AnonymisedName         PIC X(10) VALUE "ANONYMISED".

01 RunMode                PIC X.
   88 ListOnly            VALUE "L", "l".
   88 AnonymiseRecords    VALUE "A", "a".
   88 ValidRunMode        VALUE "L", "l", "A", "a".
01 ConfirmReply           PIC X.
   88 RunConfirmed        VALUE "Y", "y".

01 EnteredYears           PIC XX.
01 EnteredYearsN REDEFINES EnteredYears
                          PIC 99.
01 RetentionYears         PIC 99.
01 FILLER                 PIC X VALUE "n".
   88 FieldAccepted       VALUE "y".
   88 FieldRejected       VALUE "n".

01 TodaysDate             PIC 9(8).
01 CutOffDate             PIC 9(8).
01 CutOffParts REDEFINES CutOffDate.
   02 CutOffYear          PIC 9(4).
   02 CutOffMonth         PIC 99.
   02 CutOffDay           PIC 99.

01 FILLER                 PIC X VALUE "n".
   88 CopyBackDone        VALUE "y".
   88 CopyBackLeft        VALUE "n".
01 FILLER                 PIC X VALUE "n".
   88 RecordIsCandidate   VALUE "y".
   88 RecordNotCandidate  VALUE "n".

* Last activity per guest, gathered from the guest book, bookings
* and folios before the guest master is walked.
01 GuestActivityTable.
   02 GuestActivityEntry OCCURS 2000 TIMES.
      03 GA-GuestNumber   PIC 9(6).
      03 GA-LastDate      PIC 9(8).
      03 GA-OpenFolio     PIC X.
         88 GA-HasOpenFolio VALUE "o".
01 GuestActivityCount     PIC 9(4) VALUE ZERO.
01 GuestIdx               PIC 9(4).
01 FoundGuestIdx          PIC 9(4).
01 SearchGuestNumber      PIC 9(6).
01 ActivityDate           PIC 9(8).

* Last invoice or payment and balance owed per Aromamora customer.
01 CustomerActivityTable.
   02 CustomerActivityEntry OCCURS 500 TIMES.
      03 CA-CustomerId    PIC X(5).
      03 CA-LastDate      PIC 9(8).
      03 CA-Balance       PIC S9(7)V99.
01 CustomerActivityCount  PIC 999 VALUE ZERO.
01 CustomerIdx            PIC 999.
01 FoundCustomerIdx       PIC 999.
01 SearchCustomerId       PIC X(5).

* House account balance per Rolling Greens member.
01 MemberOwedTable.
   02 MemberOwedEntry OCCURS 500 TIMES.
      03 MO-MemberId      PIC X(5).
      03 MO-Owed          PIC S9(6)V99.
01 MemberOwedCount        PIC 999 VALUE ZERO.
01 MemberIdx              PIC 999.
01 FoundMemberIdx         PIC 999.

* Last completed job and open-job flag per vehicle, by vehicle
* number.
01 VehicleActivityTable.
   02 VehicleActivityEntry OCCURS 9999 TIMES.
      03 VA-LastJobDate   PIC 9(8).
      03 VA-OpenJob       PIC X.
         88 VA-HasOpenJob VALUE "o".

* The records anonymised on a master whose companion file must be
* anonymised to match - guests for the guest book, customers for
* the customer source file.
01 AnonKeyTable.
   02 AnonKey             PIC X(10) OCCURS 1000 TIMES.
01 AnonKeyCount           PIC 9(4).
01 AnonKeyIdx             PIC 9(4).
01 SearchKey              PIC X(10).
01 FILLER                 PIC X VALUE "n".
   88 KeyAnonymised       VALUE "y".
   88 KeyNotAnonymised    VALUE "n".

01 CandidateKey           PIC X(10).
01 CandidateName          PIC X(25).
01 CandidateClosed        PIC 9(8).
01 CandidateSystem        PIC X(8).

01 SectionCount           PIC 9(4).
01 CompanionCount         PIC 9(5).
01 CompanionText          PIC X(40).
01 TotalCount             PIC 9(5) VALUE ZERO.
01 PrnCount               PIC ZZ,ZZ9.

01 HeadingLine.
   02 PrnRunTitle         PIC X(40).
   02 FILLER              PIC X(16) VALUE "RETENTION (YRS) ".
   02 PrnRetention        PIC Z9.
   02 FILLER              PIC X(6) VALUE "  RUN ".
   02 PrnRunDate          PIC 9(8).

01 CutOffLine.
   02 FILLER              PIC X(27)
                          VALUE "Closed before            - ".
   02 PrnCutOff           PIC 9(8).
   02 FILLER              PIC X(16) VALUE "   Run by       ".
   02 PrnRunBy            PIC X(4).

01 SectionLine            PIC X(80).

01 CandidateLine.
   02 FILLER              PIC X(2) VALUE SPACES.
   02 PrnKey              PIC X(10).
   02 FILLER              PIC X VALUE SPACE.
   02 PrnName             PIC X(25).
   02 FILLER              PIC X(8) VALUE " closed ".
   02 PrnClosed           PIC 9(8).
   02 FILLER              PIC X(2) VALUE SPACES.
   02 PrnAction           PIC X(20).

PROCEDURE DIVISION.
Begin.
   DISPLAY "Anonymisation of closed personal-data records"
   CALL "SignOnOperator" USING SignOnProgramName, SignOnOperatorId,
                               OperatorPermission
   IF NOT AnonymiseAllowed
      DISPLAY "Anonymisation needs permission level 3."
      STOP RUN
   END-IF
   MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
   PERFORM GetRetentionAndMode
   MOVE TodaysDate TO ReportDateWS
   CALL "CatalogueReport" USING ReportIdWS, ReportDateWS,
                                ReportFileNameWS
   OPEN OUTPUT AnonymisationReport
   IF AnonymiseRecords
      MOVE "ANONYMISATION OF CLOSED RECORDS" TO PrnRunTitle
      OPEN EXTEND AnonymisationLog
      IF NoAnonLogYet
         OPEN OUTPUT AnonymisationLog
      END-IF
   ELSE
      MOVE "ANONYMISATION LIST - NOTHING CHANGED" TO PrnRunTitle
   END-IF
   MOVE RetentionYears TO PrnRetention
   MOVE TodaysDate     TO PrnRunDate
   WRITE ReportLine FROM HeadingLine
   MOVE CutOffDate       TO PrnCutOff
   MOVE SignOnOperatorId TO PrnRunBy
   WRITE ReportLine FROM CutOffLine
   PERFORM AnonymiseEmployees
   PERFORM AnonymiseClosedSubscribers
   PERFORM AnonymisePurgedBorrowers
   PERFORM AnonymiseHotelGuests
   PERFORM AnonymiseOilCustomers
   PERFORM AnonymiseGolfMembers
   PERFORM AnonymiseVehicleOwners
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE TotalCount TO PrnCount
   MOVE SPACES TO SectionLine
   STRING "END OF RUN - RECORDS " DELIMITED BY SIZE
          PrnCount                DELIMITED BY SIZE
          INTO SectionLine
   END-STRING
   WRITE ReportLine FROM SectionLine
   CLOSE AnonymisationReport
   IF AnonymiseRecords
      CLOSE AnonymisationLog
      MOVE "ANONYMSE" TO LogActionName
   ELSE
      MOVE "ANONLIST" TO LogActionName
   END-IF
   CALL "LogOperatorAction" USING SignOnOperatorId,
                                  SignOnProgramName, LogActionName
   DISPLAY "Records - " PrnCount
   DISPLAY "Report written to " ReportFileNameWS
   STOP RUN.

GetRetentionAndMode.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Retention period in years (blank for 6) - "
              WITH NO ADVANCING
      ACCEPT EnteredYears
      EVALUATE TRUE
         WHEN EnteredYears = SPACES
              MOVE 6 TO RetentionYears
              SET FieldAccepted TO TRUE
         WHEN EnteredYears NOT NUMERIC OR EnteredYearsN = ZERO
              DISPLAY "Years must be 1 to 99 - " EnteredYears
         WHEN OTHER
              MOVE EnteredYearsN TO RetentionYears
              SET FieldAccepted TO TRUE
      END-EVALUATE
   END-PERFORM
*  Closed before the same day that many years ago; 29 February
*  falls back to the 28th in a year that has none.
   MOVE TodaysDate TO CutOffDate
   SUBTRACT RetentionYears FROM CutOffYear
   IF FUNCTION TEST-DATE-YYYYMMDD(CutOffDate) NOT = ZERO
      MOVE 28 TO CutOffDay
   END-IF
   DISPLAY "Records closed before " CutOffDate " qualify."
   MOVE SPACE TO RunMode
   PERFORM UNTIL ValidRunMode
      DISPLAY "List only, or anonymise (L/A) - " WITH NO ADVANCING
      ACCEPT RunMode
   END-PERFORM
   IF AnonymiseRecords
      DISPLAY "Names, addresses and phone numbers will be "
              "overwritten and cannot be recovered."
      DISPLAY "Continue (Y/N) - " WITH NO ADVANCING
      ACCEPT ConfirmReply
      IF NOT RunConfirmed
         DISPLAY "Nothing changed - listing only."
         MOVE "L" TO RunMode
      END-IF
   END-IF.

StartSection.
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   WRITE ReportLine FROM SectionLine
   MOVE ZERO TO SectionCount.

NoFileNote.
   MOVE "  File not on this system." TO SectionLine
   WRITE ReportLine FROM SectionLine.

EndSection.
   IF SectionCount = ZERO
      MOVE "  None." TO SectionLine
   ELSE
      MOVE SectionCount TO PrnCount
      MOVE SPACES TO SectionLine
      STRING "  Records - " DELIMITED BY SIZE
             PrnCount       DELIMITED BY SIZE
             INTO SectionLine
      END-STRING
   END-IF
   WRITE ReportLine FROM SectionLine
   ADD SectionCount TO TotalCount.

CompanionNote.
   MOVE CompanionCount TO PrnCount
   IF AnonymiseRecords
      MOVE "anonymised" TO PrnAction
   ELSE
      MOVE "to be anonymised" TO PrnAction
   END-IF
   MOVE SPACES TO SectionLine
   STRING "  " DELIMITED BY SIZE
          CompanionText DELIMITED BY "  "
          " "           DELIMITED BY SIZE
          PrnAction     DELIMITED BY "  "
          " - "         DELIMITED BY SIZE
          PrnCount      DELIMITED BY SIZE
          INTO SectionLine
   END-STRING
   WRITE ReportLine FROM SectionLine.

RecordCandidate.
* Listed in either mode; logged only when it is really changed.
   ADD 1 TO SectionCount
   MOVE CandidateKey    TO PrnKey
   MOVE CandidateName   TO PrnName
   MOVE CandidateClosed TO PrnClosed
   IF AnonymiseRecords
      MOVE "anonymised" TO PrnAction
      MOVE TodaysDate       TO AnonDate-AL
      MOVE SignOnOperatorId TO OperatorId-AL
      MOVE CandidateSystem  TO SystemName-AL
      MOVE CandidateKey     TO RecordKey-AL
      MOVE CandidateClosed  TO ClosedDate-AL
      MOVE RetentionYears   TO RetentionYears-AL
      WRITE AnonLogRec
   ELSE
      MOVE "to be anonymised" TO PrnAction
   END-IF
   WRITE ReportLine FROM CandidateLine.

AddAnonKey.
   IF AnonKeyCount < 1000
      ADD 1 TO AnonKeyCount
      MOVE CandidateKey TO AnonKey(AnonKeyCount)
   ELSE
      DISPLAY "More than 1000 records in one system - "
              CandidateKey " will be done on the next run."
   END-IF.

FindAnonKey.
   SET KeyNotAnonymised TO TRUE
   PERFORM VARYING AnonKeyIdx FROM 1 BY 1
           UNTIL AnonKeyIdx > AnonKeyCount OR KeyAnonymised
      IF AnonKey(AnonKeyIdx) = SearchKey
         SET KeyAnonymised TO TRUE
      END-IF
   END-PERFORM.

CopyWorkFileBack.
* Each updated line-sequential file is written whole to the work
* file and copied back over the original, as the termination run
* (Listing14-23) copies its terminations back.
   OPEN INPUT WorkFile
   SET CopyBackLeft TO TRUE
   PERFORM UNTIL CopyBackDone
      READ WorkFile
         AT END SET CopyBackDone TO TRUE
         NOT AT END PERFORM WriteCopyBackRecord
      END-READ
   END-PERFORM
   CLOSE WorkFile.

WriteCopyBackRecord.
   EVALUATE CandidateSystem
      WHEN "TELECOMS" WRITE ClosedArchiveRec FROM WorkRec
      WHEN "FILM"     WRITE BorrowerArchiveRec FROM WorkRec
      WHEN "HOTEL"    WRITE GuestRec FROM WorkRec
      WHEN "OILS"     WRITE CustomerSourceRec FROM WorkRec
      WHEN "GOLF"     WRITE MemberRec FROM WorkRec
   END-EVALUATE.

AnonymiseEmployees.
   MOVE "EMPLOYEES - LEFT BEFORE THE CUT-OFF" TO SectionLine
   PERFORM StartSection
   MOVE "EMPLOYEE" TO CandidateSystem
   IF AnonymiseRecords
      OPEN I-O EmployeeFile
   ELSE
      OPEN INPUT EmployeeFile
   END-IF
   IF NoEmployeeFile
      PERFORM NoFileNote
      EXIT PARAGRAPH
   END-IF
   READ EmployeeFile NEXT RECORD
      AT END SET EndOfEmployeeFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfEmployeeFile
      IF EmpLeaveDate NOT = ZERO AND EmpLeaveDate < CutOffDate
         AND EmpSurname NOT = AnonymisedName
         MOVE EmpSSN       TO CandidateKey
         MOVE SPACES       TO CandidateName
         STRING EmpForename DELIMITED BY SIZE
                " "         DELIMITED BY SIZE
                EmpSurname  DELIMITED BY SIZE
                INTO CandidateName
         END-STRING
         MOVE EmpLeaveDate TO CandidateClosed
         PERFORM RecordCandidate
         IF AnonymiseRecords
            MOVE AnonymisedName TO EmpSurname
            MOVE SPACES         TO EmpForename
            REWRITE EmployeeDetails
               INVALID KEY DISPLAY "Unexpected error anonymising "
                                   "employee " EmpSSN
            END-REWRITE
         END-IF
      END-IF
      READ EmployeeFile NEXT RECORD
         AT END SET EndOfEmployeeFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE EmployeeFile
   PERFORM EndSection.

AnonymiseClosedSubscribers.
   MOVE "UNIVERSAL TELECOMS - ACCOUNTS CLOSED BEFORE THE CUT-OFF"
        TO SectionLine
   PERFORM StartSection
   MOVE "TELECOMS" TO CandidateSystem
   OPEN INPUT ClosedArchiveFile
   IF NoClosedArchive
      PERFORM NoFileNote
      EXIT PARAGRAPH
   END-IF
   IF AnonymiseRecords
      OPEN OUTPUT WorkFile
   END-IF
   READ ClosedArchiveFile
      AT END SET EndOfClosedArchive TO TRUE
   END-READ
   PERFORM UNTIL EndOfClosedArchive
      IF ClosureDate-CA < CutOffDate
         AND SubscriberName-CA NOT = AnonymisedName
         MOVE SubscriberId-CA   TO CandidateKey
         MOVE SubscriberName-CA TO CandidateName
         MOVE ClosureDate-CA    TO CandidateClosed
         PERFORM RecordCandidate
         MOVE AnonymisedName TO SubscriberName-CA
         MOVE SPACES TO AddressLine1-CA, AddressLine2-CA,
                        AddressLine3-CA
      END-IF
      IF AnonymiseRecords
         WRITE WorkRec FROM ClosedArchiveRec
      END-IF
      READ ClosedArchiveFile
         AT END SET EndOfClosedArchive TO TRUE
      END-READ
   END-PERFORM
   CLOSE ClosedArchiveFile
   IF AnonymiseRecords
      CLOSE WorkFile
      OPEN OUTPUT ClosedArchiveFile
      PERFORM CopyWorkFileBack
      CLOSE ClosedArchiveFile
   END-IF
   PERFORM EndSection.

AnonymisePurgedBorrowers.
   MOVE "FILM LENDING - BORROWERS PURGED BEFORE THE CUT-OFF"
        TO SectionLine
   PERFORM StartSection
   MOVE "FILM" TO CandidateSystem
   OPEN INPUT BorrowerArchiveFile
   IF NoBorrowerArchive
      PERFORM NoFileNote
      EXIT PARAGRAPH
   END-IF
   IF AnonymiseRecords
      OPEN OUTPUT WorkFile
   END-IF
   READ BorrowerArchiveFile
      AT END SET EndOfBorrowerArchive TO TRUE
   END-READ
   PERFORM UNTIL EndOfBorrowerArchive
      IF PurgeDate-AR < CutOffDate
         AND BorrowerName-AR NOT = AnonymisedName
         MOVE BorrowerId-AR   TO CandidateKey
         MOVE BorrowerName-AR TO CandidateName
         MOVE PurgeDate-AR    TO CandidateClosed
         PERFORM RecordCandidate
         MOVE AnonymisedName TO BorrowerName-AR
         MOVE SPACES         TO BorrowerPhone-AR
      END-IF
      IF AnonymiseRecords
         WRITE WorkRec FROM BorrowerArchiveRec
      END-IF
      READ BorrowerArchiveFile
         AT END SET EndOfBorrowerArchive TO TRUE
      END-READ
   END-PERFORM
   CLOSE BorrowerArchiveFile
   IF AnonymiseRecords
      CLOSE WorkFile
      OPEN OUTPUT BorrowerArchiveFile
      PERFORM CopyWorkFileBack
      CLOSE BorrowerArchiveFile
   END-IF
   PERFORM EndSection.

AnonymiseHotelGuests.
   MOVE "HOTEL - GUESTS WITH NO STAY OR BOOKING SINCE THE CUT-OFF"
        TO SectionLine
   PERFORM StartSection
   MOVE "HOTEL" TO CandidateSystem
   MOVE ZERO TO AnonKeyCount
   PERFORM GatherGuestActivity
   IF AnonymiseRecords
      OPEN I-O GuestMasterFile
   ELSE
      OPEN INPUT GuestMasterFile
   END-IF
   IF NoGuestMaster
      PERFORM NoFileNote
      EXIT PARAGRAPH
   END-IF
   READ GuestMasterFile NEXT RECORD
      AT END SET EndOfGuestMaster TO TRUE
   END-READ
   PERFORM UNTIL EndOfGuestMaster
      MOVE GuestNumber-GM TO SearchGuestNumber
      PERFORM FindGuestActivity
      IF FoundGuestIdx NOT = ZERO
         AND GA-LastDate(FoundGuestIdx) < CutOffDate
         AND NOT GA-HasOpenFolio(FoundGuestIdx)
         AND GuestName-GM NOT = AnonymisedName
         MOVE GuestNumber-GM TO CandidateKey
         MOVE GuestName-GM   TO CandidateName
         MOVE GA-LastDate(FoundGuestIdx) TO CandidateClosed
         PERFORM RecordCandidate
         PERFORM AddAnonKey
         IF AnonymiseRecords
            MOVE AnonymisedName TO GuestName-GM
            REWRITE GuestMasterRec
               INVALID KEY DISPLAY "Unexpected error anonymising "
                                   "guest " GuestNumber-GM
            END-REWRITE
         END-IF
      END-IF
      READ GuestMasterFile NEXT RECORD
         AT END SET EndOfGuestMaster TO TRUE
      END-READ
   END-PERFORM
   CLOSE GuestMasterFile
   PERFORM EndSection
   PERFORM AnonymiseGuestBook.

GatherGuestActivity.
   MOVE ZERO TO GuestActivityCount
   OPEN INPUT GuestBookFile
   IF NOT NoGuestBook
      READ GuestBookFile
         AT END SET EndOfGuestBook TO TRUE
      END-READ
      PERFORM UNTIL EndOfGuestBook
         IF GuestNumberGF NOT = ZERO
            MOVE GuestNumberGF   TO SearchGuestNumber
            MOVE DepartureDateGF TO ActivityDate
            PERFORM NoteGuestActivity
         END-IF
         READ GuestBookFile
            AT END SET EndOfGuestBook TO TRUE
         END-READ
      END-PERFORM
      CLOSE GuestBookFile
   END-IF
*  Any booking counts, cancelled or not - a future booking keeps the
*  guest current.
   OPEN INPUT BookingsFile
   IF NOT NoBookingsFile
      READ BookingsFile
         AT END SET EndOfBookingsFile TO TRUE
      END-READ
      PERFORM UNTIL EndOfBookingsFile
         MOVE GuestNumber-BK   TO SearchGuestNumber
         MOVE DepartureDate-BK TO ActivityDate
         PERFORM NoteGuestActivity
         READ BookingsFile
            AT END SET EndOfBookingsFile TO TRUE
         END-READ
      END-PERFORM
      CLOSE BookingsFile
   END-IF
   OPEN INPUT FolioFile
   IF NOT NoFolioFile
      READ FolioFile NEXT RECORD
         AT END SET EndOfFolioFile TO TRUE
      END-READ
      PERFORM UNTIL EndOfFolioFile
         MOVE GuestNumber-FO  TO SearchGuestNumber
         MOVE CheckoutDate-FO TO ActivityDate
         PERFORM NoteGuestActivity
         IF FolioOpen AND FoundGuestIdx NOT = ZERO
            SET GA-HasOpenFolio(FoundGuestIdx) TO TRUE
         END-IF
         READ FolioFile NEXT RECORD
            AT END SET EndOfFolioFile TO TRUE
         END-READ
      END-PERFORM
      CLOSE FolioFile
   END-IF.

NoteGuestActivity.
   PERFORM FindGuestActivity
   IF FoundGuestIdx = ZERO
      IF GuestActivityCount = 2000
         EXIT PARAGRAPH
      END-IF
      ADD 1 TO GuestActivityCount
      MOVE GuestActivityCount TO FoundGuestIdx
      MOVE SearchGuestNumber TO GA-GuestNumber(FoundGuestIdx)
      MOVE ZERO  TO GA-LastDate(FoundGuestIdx)
      MOVE SPACE TO GA-OpenFolio(FoundGuestIdx)
   END-IF
   IF ActivityDate > GA-LastDate(FoundGuestIdx)
      MOVE ActivityDate TO GA-LastDate(FoundGuestIdx)
   END-IF.

FindGuestActivity.
   MOVE ZERO TO FoundGuestIdx
   PERFORM VARYING GuestIdx FROM 1 BY 1
           UNTIL GuestIdx > GuestActivityCount
              OR FoundGuestIdx NOT = ZERO
      IF GA-GuestNumber(GuestIdx) = SearchGuestNumber
         MOVE GuestIdx TO FoundGuestIdx
      END-IF
   END-PERFORM.

AnonymiseGuestBook.
* The stays of every guest anonymised above, and old stays recorded
* before guests were numbered.
   MOVE ZERO TO CompanionCount
   OPEN INPUT GuestBookFile
   IF NoGuestBook
      EXIT PARAGRAPH
   END-IF
   IF AnonymiseRecords
      OPEN OUTPUT WorkFile
   END-IF
   READ GuestBookFile
      AT END SET EndOfGuestBook TO TRUE
   END-READ
   PERFORM UNTIL EndOfGuestBook
      IF GuestNumberGF = ZERO
         IF DepartureDateGF < CutOffDate
            AND GuestNameGF NOT = AnonymisedName
            SET KeyAnonymised TO TRUE
         ELSE
            SET KeyNotAnonymised TO TRUE
         END-IF
      ELSE
         MOVE GuestNumberGF TO SearchKey
         PERFORM FindAnonKey
      END-IF
      IF KeyAnonymised
         ADD 1 TO CompanionCount
         MOVE AnonymisedName TO GuestNameGF
         MOVE SPACES         TO GuestCommentGF
      END-IF
      IF AnonymiseRecords
         WRITE WorkRec FROM GuestRec
      END-IF
      READ GuestBookFile
         AT END SET EndOfGuestBook TO TRUE
      END-READ
   END-PERFORM
   CLOSE GuestBookFile
   IF AnonymiseRecords
      CLOSE WorkFile
      OPEN OUTPUT GuestBookFile
      PERFORM CopyWorkFileBack
      CLOSE GuestBookFile
   END-IF
   MOVE "Guest book stays" TO CompanionText
   PERFORM CompanionNote.

AnonymiseOilCustomers.
   MOVE "AROMAMORA - NO INVOICE OR PAYMENT SINCE THE CUT-OFF"
        TO SectionLine
   PERFORM StartSection
   MOVE "OILS" TO CandidateSystem
   MOVE ZERO TO AnonKeyCount
   PERFORM GatherCustomerActivity
   IF AnonymiseRecords
      OPEN I-O CustomerMasterFile
   ELSE
      OPEN INPUT CustomerMasterFile
   END-IF
   IF NoCustomerMaster
      PERFORM NoFileNote
      EXIT PARAGRAPH
   END-IF
   READ CustomerMasterFile NEXT RECORD
      AT END SET EndOfCustomerMaster TO TRUE
   END-READ
   PERFORM UNTIL EndOfCustomerMaster
      MOVE CustomerId-CM TO SearchCustomerId
      PERFORM FindCustomerActivity
      IF FoundCustomerIdx NOT = ZERO
         AND CA-LastDate(FoundCustomerIdx) < CutOffDate
         AND CA-Balance(FoundCustomerIdx) NOT > ZERO
         AND NOT OnCreditHold
         AND CustomerName-CM NOT = AnonymisedName
         MOVE CustomerId-CM   TO CandidateKey
         MOVE CustomerName-CM TO CandidateName
         MOVE CA-LastDate(FoundCustomerIdx) TO CandidateClosed
         PERFORM RecordCandidate
         PERFORM AddAnonKey
         IF AnonymiseRecords
            MOVE AnonymisedName TO CustomerName-CM
            MOVE SPACES         TO CustomerAddress-CM
            REWRITE CustomerMasterRec
               INVALID KEY DISPLAY "Unexpected error anonymising "
                                   "customer " CustomerId-CM
            END-REWRITE
         END-IF
      END-IF
      READ CustomerMasterFile NEXT RECORD
         AT END SET EndOfCustomerMaster TO TRUE
      END-READ
   END-PERFORM
   CLOSE CustomerMasterFile
   PERFORM EndSection
   PERFORM AnonymiseCustomerSource.

GatherCustomerActivity.
   MOVE ZERO TO CustomerActivityCount
   OPEN INPUT InvoiceRegisterFile
   IF NOT NoInvoiceRegister
      READ InvoiceRegisterFile
         AT END SET EndOfInvoiceRegister TO TRUE
      END-READ
      PERFORM UNTIL EndOfInvoiceRegister
         MOVE CustomerId-IR  TO SearchCustomerId
         MOVE InvoiceDate-IR TO ActivityDate
         PERFORM NoteCustomerActivity
         IF FoundCustomerIdx NOT = ZERO
            ADD InvoiceTotal-IR TO CA-Balance(FoundCustomerIdx)
         END-IF
         READ InvoiceRegisterFile
            AT END SET EndOfInvoiceRegister TO TRUE
         END-READ
      END-PERFORM
      CLOSE InvoiceRegisterFile
   END-IF
   OPEN INPUT OilPaymentsFile
   IF NOT NoOilPayments
      READ OilPaymentsFile
         AT END SET EndOfOilPayments TO TRUE
      END-READ
      PERFORM UNTIL EndOfOilPayments
         MOVE CustomerId-OP TO SearchCustomerId
         MOVE PayDate-OP    TO ActivityDate
         PERFORM NoteCustomerActivity
         IF FoundCustomerIdx NOT = ZERO
            SUBTRACT PayAmount-OP FROM CA-Balance(FoundCustomerIdx)
         END-IF
         READ OilPaymentsFile
            AT END SET EndOfOilPayments TO TRUE
         END-READ
      END-PERFORM
      CLOSE OilPaymentsFile
   END-IF.

NoteCustomerActivity.
   PERFORM FindCustomerActivity
   IF FoundCustomerIdx = ZERO
      IF CustomerActivityCount = 500
         EXIT PARAGRAPH
      END-IF
      ADD 1 TO CustomerActivityCount
      MOVE CustomerActivityCount TO FoundCustomerIdx
      MOVE SearchCustomerId TO CA-CustomerId(FoundCustomerIdx)
      MOVE ZERO TO CA-LastDate(FoundCustomerIdx),
                   CA-Balance(FoundCustomerIdx)
   END-IF
   IF ActivityDate > CA-LastDate(FoundCustomerIdx)
      MOVE ActivityDate TO CA-LastDate(FoundCustomerIdx)
   END-IF.

FindCustomerActivity.
   MOVE ZERO TO FoundCustomerIdx
   PERFORM VARYING CustomerIdx FROM 1 BY 1
           UNTIL CustomerIdx > CustomerActivityCount
              OR FoundCustomerIdx NOT = ZERO
      IF CA-CustomerId(CustomerIdx) = SearchCustomerId
         MOVE CustomerIdx TO FoundCustomerIdx
      END-IF
   END-PERFORM.

AnonymiseCustomerSource.
   MOVE ZERO TO CompanionCount
   OPEN INPUT CustomerSourceFile
   IF NoCustomerSource
      EXIT PARAGRAPH
   END-IF
   IF AnonymiseRecords
      OPEN OUTPUT WorkFile
   END-IF
   READ CustomerSourceFile
      AT END SET EndOfSourceFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfSourceFile
      MOVE CustomerId-SRC TO SearchKey
      PERFORM FindAnonKey
      IF KeyAnonymised
         ADD 1 TO CompanionCount
         MOVE AnonymisedName TO CustomerName-SRC
         MOVE SPACES         TO CustomerAddress-SRC
      END-IF
      IF AnonymiseRecords
         WRITE WorkRec FROM CustomerSourceRec
      END-IF
      READ CustomerSourceFile
         AT END SET EndOfSourceFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE CustomerSourceFile
   IF AnonymiseRecords
      CLOSE WorkFile
      OPEN OUTPUT CustomerSourceFile
      PERFORM CopyWorkFileBack
      CLOSE CustomerSourceFile
   END-IF
   MOVE "Reload source records" TO CompanionText
   PERFORM CompanionNote.

AnonymiseGolfMembers.
   MOVE "ROLLING GREENS - MEMBERSHIP EXPIRED BEFORE THE CUT-OFF"
        TO SectionLine
   PERFORM StartSection
   MOVE "GOLF" TO CandidateSystem
   PERFORM GatherHouseBalances
   OPEN INPUT MemberFile
   IF NoMemberFile
      PERFORM NoFileNote
      EXIT PARAGRAPH
   END-IF
   IF AnonymiseRecords
      OPEN OUTPUT WorkFile
   END-IF
   READ MemberFile
      AT END SET EndOfMemberFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfMemberFile
      SET RecordNotCandidate TO TRUE
      IF MemberExpiryDate < CutOffDate
         AND MemberName NOT = AnonymisedName
         SET RecordIsCandidate TO TRUE
         PERFORM FindMemberOwed
         IF FoundMemberIdx NOT = ZERO
            IF MO-Owed(FoundMemberIdx) > ZERO
               SET RecordNotCandidate TO TRUE
            END-IF
         END-IF
      END-IF
      IF RecordIsCandidate
         MOVE MemberId         TO CandidateKey
         MOVE MemberName       TO CandidateName
         MOVE MemberExpiryDate TO CandidateClosed
         PERFORM RecordCandidate
         MOVE AnonymisedName TO MemberName
      END-IF
      IF AnonymiseRecords
         WRITE WorkRec FROM MemberRec
      END-IF
      READ MemberFile
         AT END SET EndOfMemberFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE MemberFile
   IF AnonymiseRecords
      CLOSE WorkFile
      OPEN OUTPUT MemberFile
      PERFORM CopyWorkFileBack
      CLOSE MemberFile
   END-IF
   PERFORM EndSection.

GatherHouseBalances.
   MOVE ZERO TO MemberOwedCount
   OPEN INPUT HouseAccountFile
   IF NoHouseAccount
      EXIT PARAGRAPH
   END-IF
   READ HouseAccountFile
      AT END SET EndOfHouseAccount TO TRUE
   END-READ
   PERFORM UNTIL EndOfHouseAccount
      MOVE MemberId-HA TO MemberId
      PERFORM FindMemberOwed
      IF FoundMemberIdx = ZERO AND MemberOwedCount < 500
         ADD 1 TO MemberOwedCount
         MOVE MemberOwedCount TO FoundMemberIdx
         MOVE MemberId-HA TO MO-MemberId(FoundMemberIdx)
         MOVE ZERO TO MO-Owed(FoundMemberIdx)
      END-IF
      IF FoundMemberIdx NOT = ZERO
         IF Payment-HA
            SUBTRACT Amount-HA FROM MO-Owed(FoundMemberIdx)
         ELSE
            ADD Amount-HA TO MO-Owed(FoundMemberIdx)
         END-IF
      END-IF
      READ HouseAccountFile
         AT END SET EndOfHouseAccount TO TRUE
      END-READ
   END-PERFORM
   CLOSE HouseAccountFile.

FindMemberOwed.
   MOVE ZERO TO FoundMemberIdx
   PERFORM VARYING MemberIdx FROM 1 BY 1
           UNTIL MemberIdx > MemberOwedCount
              OR FoundMemberIdx NOT = ZERO
      IF MO-MemberId(MemberIdx) = MemberId
         MOVE MemberIdx TO FoundMemberIdx
      END-IF
   END-PERFORM.

AnonymiseVehicleOwners.
   MOVE "WORKSHOP - NO JOB ON THE VEHICLE SINCE THE CUT-OFF"
        TO SectionLine
   PERFORM StartSection
   MOVE "VEHICLE" TO CandidateSystem
   PERFORM GatherVehicleJobs
   IF AnonymiseRecords
      OPEN I-O VehicleFile
   ELSE
      OPEN INPUT VehicleFile
   END-IF
   IF NoVehicleFile
      PERFORM NoFileNote
      EXIT PARAGRAPH
   END-IF
   READ VehicleFile NEXT RECORD
      AT END SET EndOfVehicleFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfVehicleFile
      IF OwnerName NOT = SPACES AND VehicleNum NOT = ZERO
         IF VA-LastJobDate(VehicleNum) NOT = ZERO
            AND VA-LastJobDate(VehicleNum) < CutOffDate
            AND NOT VA-HasOpenJob(VehicleNum)
            MOVE VehicleNum TO CandidateKey
            MOVE OwnerName  TO CandidateName
            MOVE VA-LastJobDate(VehicleNum) TO CandidateClosed
            PERFORM RecordCandidate
            IF AnonymiseRecords
               MOVE SPACES TO OwnerName, OwnerAddress, OwnerPhone
               REWRITE VehicleRec
                  INVALID KEY DISPLAY "Unexpected error clearing "
                                      "owner of vehicle " VehicleNum
               END-REWRITE
            END-IF
         END-IF
      END-IF
      READ VehicleFile NEXT RECORD
         AT END SET EndOfVehicleFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE VehicleFile
   PERFORM EndSection.

GatherVehicleJobs.
   PERFORM VARYING VehicleNumKey FROM 1 BY 1
           UNTIL VehicleNumKey = 9999
      MOVE ZERO  TO VA-LastJobDate(VehicleNumKey)
      MOVE SPACE TO VA-OpenJob(VehicleNumKey)
   END-PERFORM
   MOVE ZERO  TO VA-LastJobDate(9999)
   MOVE SPACE TO VA-OpenJob(9999)
   OPEN INPUT JobsFile
   IF NoJobsFile
      EXIT PARAGRAPH
   END-IF
   READ JobsFile NEXT RECORD
      AT END SET EndOfJobsFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfJobsFile
      IF VehicleNum-JF NOT = ZERO
         IF JobOpen
            SET VA-HasOpenJob(VehicleNum-JF) TO TRUE
         ELSE
            IF DateClosed-JF > VA-LastJobDate(VehicleNum-JF)
               MOVE DateClosed-JF TO VA-LastJobDate(VehicleNum-JF)
            END-IF
         END-IF
      END-IF
      READ JobsFile NEXT RECORD
         AT END SET EndOfJobsFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE JobsFile.
