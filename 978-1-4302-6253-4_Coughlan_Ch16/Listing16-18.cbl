IDENTIFICATION DIVISION.
PROGRAM-ID. Listing16-18.
AUTHOR.  Michael Coughlan.
* Personal-data subject access report.
* When someone asks what we hold about them, the clerks used to
* search each system separately.  This run takes the name given in
* the request - one to three words, matched as whole words in any
* order against the name held, ignoring case - and optionally a
* phone number or date of birth, and searches every master that
* holds personal details:
*   - the EmployeeFile (Listing7-12);
*   - the Universal Telecoms SubscriberMaster and the archive of
*     closed subscriber accounts (Listing14-23);
*   - the film lending BorrowerFile and the archive of purged
*     borrowers (Listing17-23);
*   - the hotel guest master (Listing14-25);
*   - the Aromamora customer master (Listing12-8);
*   - the Rolling Greens member file (Listing8-3);
*   - the workshop vehicle owner details (Listing17-10).
* For each record found the related history - pay and absences,
* usage, bills and payments, loans and takings, stays, bookings and
* folios, invoices and payments, renewals, house account and rounds,
* workshop jobs - is listed under it, so one report answers the
* request.
* A phone number is checked only against the masters that hold one
* (borrowers and vehicle owners), a date of birth only against the
* EmployeeFile: a record that holds a different number or date is
* someone else and is left out.  Everything else is found on the
* name alone and is marked for the clerk to confirm.
* The report is level-3 only, each run is logged (action SUBJACC),
* and it goes to a run-dated file on the shared report catalogue
* (CatalogueReport, Listing16-13sub).  Closed records past their
* retention period are anonymised by Listing16-19.

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

       SELECT PayHistoryFile ASSIGN TO "Listing7-12History.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PayHistoryStatus.

       SELECT AbsenceFile ASSIGN TO "Listing7-16Absence.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AbsenceStatus.

       SELECT SubscriberMaster ASSIGN TO "Listing14-11Subs.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS SubscriberId-SM
                 FILE STATUS IS SubscriberMasterStatus.

       SELECT ClosedArchiveFile ASSIGN TO "Listing14-23Closed.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ClosedArchiveStatus.

       SELECT SummaryHistoryFile ASSIGN TO "Listing14-5Hist.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SummaryHistoryStatus.

       SELECT BilledItemsFile ASSIGN TO "Listing14-12Billed.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BilledItemsStatus.

       SELECT TelPaymentsFile ASSIGN TO "Listing14-12Pay.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TelPaymentsStatus.

       SELECT BorrowerFile ASSIGN TO "Listing17-13Borrowers.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS BorrowerId-BF
                 FILE STATUS IS BorrowerStatus.

       SELECT BorrowerArchiveFile ASSIGN TO "Listing17-23Archive.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BorrowerArchiveStatus.

       SELECT RentalHistoryFile ASSIGN TO "Listing17-22Hist.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RentalHistoryStatus.

       SELECT LoansFile ASSIGN TO "Listing17-13Loans.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS LoanKey-LF
                 FILE STATUS IS LoanStatus.

       SELECT TakingsJournal ASSIGN TO "Listing17-20Journal.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TakingsStatus.

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

       SELECT InvoiceRegisterFile ASSIGN TO "Listing12-7Register.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS InvoiceRegisterStatus.

       SELECT OilPaymentsFile ASSIGN TO "Listing12-9Pay.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS OilPaymentsStatus.

       SELECT MemberFile ASSIGN TO "Listing8-3-Members.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS MemberStatus.

       SELECT RenewalInvoiceFile ASSIGN TO "Listing8-6Invoices.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RenewalInvoiceStatus.

       SELECT HouseAccountFile ASSIGN TO "Listing8-18House.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS HouseAccountStatus.

       SELECT RoundsFile ASSIGN TO "Listing8-7Rounds.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RoundsStatus.

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

       SELECT SubjectAccessReport ASSIGN TO ReportFileNameWS
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

FD PayHistoryFile.
01 PayHistoryRec.
   88 EndOfPayHistory     VALUE HIGH-VALUES.
   02 PayPeriod-PH        PIC 9(6).
   02 EmpSSN-PH           PIC 9(9).
   02 GrossPay-PH         PIC 9(7)V99.
   02 TaxDeduction-PH     PIC 9(7)V99.
   02 SocialInsurance-PH  PIC 9(7)V99.
   02 NetPay-PH           PIC 9(7)V99.
   02 ExpensesPaid-PH     PIC 9(7)V99.

FD AbsenceFile.
01 AbsenceRec.
   88 EndOfAbsenceFile    VALUE HIGH-VALUES.
   02 EmpSSN-AB           PIC 9(9).
   02 AbsenceType-AB      PIC X.
   02 FirstDay-AB         PIC 9(8).
   02 LastDay-AB          PIC 9(8).

FD SubscriberMaster.
01 SubscriberMasterRec.
   88 EndOfSubscriberMaster VALUE HIGH-VALUES.
   02 SubscriberId-SM     PIC 9(10).
   02 SubscriberName-SM   PIC X(25).
   02 AddressLine1-SM     PIC X(20).
   02 AddressLine2-SM     PIC X(20).
   02 AddressLine3-SM     PIC X(20).
   02 PlanCode-SM         PIC XX.
   02 DDMandate-SM        PIC X.
   02 DDBankRef-SM        PIC X(12).
   02 PlanStartDate-SM    PIC 9(8).
   02 AccountType-SM      PIC X.
   02 BillPayerId-SM      PIC 9(10).

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

FD SummaryHistoryFile.
01 SummaryHistoryRec.
   88 EndOfSummaryHistory VALUE HIGH-VALUES.
   02 BillingPeriod-SH    PIC 9(6).
   02 SubscriberId-SH     PIC 9(10).
   02 CostOfTexts-SH      PIC 9(4)V99.
   02 CostOfCalls-SH      PIC 9(6)V99.

FD BilledItemsFile.
01 BilledItemRec.
   88 EndOfBilledItems    VALUE HIGH-VALUES.
   02 SubscriberId-BI     PIC 9(10).
   02 BillDate-BI         PIC 9(8).
   02 BillAmount-BI       PIC 9(6)V99.

FD TelPaymentsFile.
01 TelPaymentRec.
   88 EndOfTelPayments    VALUE HIGH-VALUES.
   02 SubscriberId-TP     PIC 9(10).
   02 PayDate-TP          PIC 9(8).
   02 PayAmount-TP        PIC 9(6)V99.

FD BorrowerFile.
01 BorrowerRec-BF.
   88 EndOfBorrowerFile   VALUE HIGH-VALUES.
   02 BorrowerId-BF       PIC 9(5).
   02 BorrowerName-BF     PIC X(25).
   02 BorrowerPhone-BF    PIC X(12).

FD BorrowerArchiveFile.
01 BorrowerArchiveRec.
   88 EndOfBorrowerArchive VALUE HIGH-VALUES.
   02 BorrowerId-AR       PIC 9(5).
   02 BorrowerName-AR     PIC X(25).
   02 BorrowerPhone-AR    PIC X(12).
   02 LastLoanDate-AR     PIC 9(8).
   02 PurgeDate-AR        PIC 9(8).

FD RentalHistoryFile.
01 RentalHistoryRec.
   88 EndOfRentalHistory  VALUE HIGH-VALUES.
   02 FilmId-RH           PIC 9(7).
   02 CopyNum-RH          PIC 99.
   02 BorrowerId-RH       PIC 9(5).
   02 DateOut-RH          PIC 9(8).
   02 DateIn-RH           PIC 9(8).

FD LoansFile.
01 LoanRec-LF.
   88 EndOfLoansFile      VALUE HIGH-VALUES.
   02 LoanKey-LF.
      03 FilmId-LF        PIC 9(7).
      03 CopyNum-LF       PIC 99.
   02 BorrowerId-LF       PIC 9(5).
   02 DateOut-LF          PIC 9(8).
   02 DateDue-LF          PIC 9(8).
   02 RentalCharge-LF     PIC 9(3)V99.

FD TakingsJournal.
01 TakingsRec.
   88 EndOfTakings        VALUE HIGH-VALUES.
   02 TakingsDate-TJ      PIC 9(8).
   02 TakingsType-TJ      PIC X.
   02 FilmId-TJ           PIC 9(7).
   02 BorrowerId-TJ       PIC 9(5).
   02 Amount-TJ           PIC 9(4)V99.

FD GuestMasterFile.
01 GuestMasterRec.
   88 EndOfGuestMaster    VALUE HIGH-VALUES.
   02 GuestNumber-GM      PIC 9(6).
   02 GuestName-GM        PIC X(20).
   02 Country-GM          PIC X(20).
   02 NoShowFlag-GM       PIC X.
      88 GuestHadNoShow   VALUE "Y".
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
   02 RoomRate-BK         PIC 9(4)V99.
   02 RoomType-BK         PIC XX.
   02 RoomNumber-BK       PIC 9(4).
   02 BookingNumber-BK    PIC 9(6).
   02 Deposit-BK          PIC 9(4)V99.
   02 BookingState-BK     PIC X.
      88 BookingLive      VALUE "L".
      88 BookingCancelled VALUE "C".
      88 BookingNoShow    VALUE "N".
   02 AmountRetained-BK   PIC 9(4)V99.

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

FD RenewalInvoiceFile.
01 RenewalInvoiceRec.
   88 EndOfRenewalInvoices VALUE HIGH-VALUES.
   02 MemberId-INV        PIC X(5).
   02 MemberType-INV      PIC 9.
   02 OldExpiry-INV       PIC 9(8).
   02 FeeDue-INV          PIC 9(4)V99.
   02 DateBilled-INV      PIC 9(8).
   02 Status-INV          PIC X.
      88 InvoicePaid      VALUE "P".
   02 HouseArrears-INV    PIC 9(5)V99.

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

FD RoundsFile.
01 RoundRec.
   88 EndOfRoundsFile     VALUE HIGH-VALUES.
   02 MemberId-RF         PIC X(5).
   02 RoundDate-RF        PIC 9(8).
   02 RoundType-RF        PIC X.
   02 GreenFee-RF         PIC 9(3)V99.

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

FD SubjectAccessReport.
01 ReportLine             PIC X(80).

WORKING-STORAGE SECTION.
* The report goes to a run-dated file recorded on the shared
* report catalogue (CatalogueReport, Listing16-13sub); reprints
* come from Listing16-13 instead of a rerun.
01 ReportFileNameWS       PIC X(40).
01 ReportIdWS             PIC X(12) VALUE "Listing16-18".
01 ReportDateWS           PIC 9(8).

01 EmployeeStatus         PIC XX.
   88 NoEmployeeFile      VALUE "35".
01 PayHistoryStatus       PIC XX.
   88 NoPayHistory        VALUE "35".
01 AbsenceStatus          PIC XX.
   88 NoAbsenceFile       VALUE "35".
01 SubscriberMasterStatus PIC XX.
   88 NoSubscriberMaster  VALUE "35".
01 ClosedArchiveStatus    PIC XX.
   88 NoClosedArchive     VALUE "35".
01 SummaryHistoryStatus   PIC XX.
   88 NoSummaryHistory    VALUE "35".
01 BilledItemsStatus      PIC XX.
   88 NoBilledItems       VALUE "35".
01 TelPaymentsStatus      PIC XX.
   88 NoTelPayments       VALUE "35".
01 BorrowerStatus         PIC XX.
   88 NoBorrowerFile      VALUE "35".
01 BorrowerArchiveStatus  PIC XX.
   88 NoBorrowerArchive   VALUE "35".
01 RentalHistoryStatus    PIC XX.
   88 NoRentalHistory     VALUE "35".
01 LoanStatus             PIC XX.
   88 NoLoansFile         VALUE "35".
01 TakingsStatus          PIC XX.
   88 NoTakingsJournal    VALUE "35".
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
01 InvoiceRegisterStatus  PIC XX.
   88 NoInvoiceRegister   VALUE "35".
01 OilPaymentsStatus      PIC XX.
   88 NoOilPayments       VALUE "35".
01 MemberStatus           PIC XX.
   88 NoMemberFile        VALUE "35".
01 RenewalInvoiceStatus   PIC XX.
   88 NoRenewalInvoices   VALUE "35".
01 HouseAccountStatus     PIC XX.
   88 NoHouseAccount      VALUE "35".
01 RoundsStatus           PIC XX.
   88 NoRoundsFile        VALUE "35".
01 VehicleStatus          PIC XX.
   88 NoVehicleFile       VALUE "35".
01 JobStatus              PIC XX.
   88 NoJobsFile          VALUE "35".

01 VehicleNumKey          PIC 9(4).

01 SignOnOperatorId       PIC X(4).
01 SignOnProgramName      PIC X(12) VALUE "Listing16-18".
01 OperatorPermission     PIC 9.
   88 SubjectAccessAllowed VALUE 3.
01 LogActionName          PIC X(8).

* What the request gave us.
01 SearchName             PIC X(30).
01 SearchPhone            PIC X(12).
01 SearchDOB              PIC X(8).
01 SearchDOBN REDEFINES SearchDOB
                          PIC 9(8).
01 FILLER                 PIC X VALUE "n".
   88 FieldAccepted       VALUE "y".
   88 FieldRejected       VALUE "n".

* The name is broken into up to three words, each held with a space
* either side so that it only matches a whole word of the name held.
01 UpperSearchName        PIC X(30).
01 NameWordTable.
   02 NameWordEntry OCCURS 3 TIMES.
      03 NameWord         PIC X(20).
      03 NameWordLen      PIC 99.
      03 PaddedWord       PIC X(22).
      03 PaddedWordLen    PIC 99.
01 NameWordCount          PIC 9.
01 WordIdx                PIC 9.
01 WordHits               PIC 99.

01 CandidateName          PIC X(45).
01 PaddedCandidate        PIC X(48).
01 FILLER                 PIC X VALUE "n".
   88 NameMatched         VALUE "y".
   88 NameNotMatched      VALUE "n".

01 HeldPhone              PIC X(12).
01 HeldDOB                PIC 9(8).
01 FILLER                 PIC X VALUE "n".
   88 RecordHoldsPhone    VALUE "y".
   88 RecordHasNoPhone    VALUE "n".
01 FILLER                 PIC X VALUE "n".
   88 RecordHoldsDOB      VALUE "y".
   88 RecordHasNoDOB      VALUE "n".
01 FILLER                 PIC X VALUE "n".
   88 RecordSelected      VALUE "y".
   88 RecordNotSelected   VALUE "n".
01 MatchNote              PIC X(30).

* The keys of the records found in the system being searched, so
* its history files can be listed in one pass each.
01 MatchTable.
   02 MatchedKey          PIC X(10) OCCURS 50 TIMES.
01 MatchCount             PIC 99.
01 MatchIdx               PIC 99.
01 SearchKey              PIC X(10).
01 FILLER                 PIC X VALUE "n".
   88 KeyMatched          VALUE "y".
   88 KeyNotMatched       VALUE "n".

01 SectionRecords         PIC 99.
01 SectionHistory         PIC 9(4).
01 TotalRecords           PIC 9(3) VALUE ZERO.
01 TotalHistory           PIC 9(5) VALUE ZERO.
01 JobValue               PIC 9(6)V99.
01 UsageValue             PIC 9(6)V99.
01 PrnCount               PIC Z,ZZ9.
01 PrnHistCount           PIC ZZ,ZZ9.
01 PrnDate                PIC 9(8).
01 PrnMoney               PIC ZZZ,ZZ9.99.

01 HeadingLine.
   02 FILLER              PIC X(32)
                          VALUE "PERSONAL-DATA SUBJECT ACCESS - ".
   02 PrnSearchName       PIC X(30).
   02 FILLER              PIC X(6) VALUE "  RUN ".
   02 PrnRunDate          PIC 9(8).

01 CriteriaLine.
   02 FILLER              PIC X(9) VALUE "Phone -  ".
   02 PrnSearchPhone      PIC X(12).
   02 FILLER              PIC X(19)
                          VALUE "   Date of birth - ".
   02 PrnSearchDOB        PIC X(8).
   02 FILLER              PIC X(16) VALUE "   Searched by  ".
   02 PrnSearcher         PIC X(4).

01 SectionLine            PIC X(80).

01 MasterLine.
   02 FILLER              PIC X(2) VALUE SPACES.
   02 PrnMasterKey        PIC X(10).
   02 FILLER              PIC X VALUE SPACE.
   02 PrnMasterName       PIC X(25).
   02 FILLER              PIC X VALUE SPACE.
   02 PrnMatchNote        PIC X(30).

01 DetailLine.
   02 FILLER              PIC X(15) VALUE SPACES.
   02 PrnDetailLabel      PIC X(15).
   02 PrnDetailText       PIC X(45).

01 HistoryLine.
   02 FILLER              PIC X(4) VALUE SPACES.
   02 PrnHistWhat         PIC X(14).
   02 PrnHistKey          PIC X(10).
   02 FILLER              PIC X VALUE SPACE.
   02 PrnHistRef          PIC X(10) VALUE SPACES.
   02 FILLER              PIC X VALUE SPACE.
   02 PrnHistDate         PIC X(8) VALUE SPACES.
   02 FILLER              PIC X VALUE SPACE.
   02 PrnHistDate2        PIC X(8) VALUE SPACES.
   02 PrnHistAmount       PIC ZZZ,ZZ9.99 BLANK WHEN ZERO
                          VALUE ZERO.
   02 FILLER              PIC X VALUE SPACE.
   02 PrnHistNote         PIC X(10) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Personal-data subject access report"
   CALL "SignOnOperator" USING SignOnProgramName, SignOnOperatorId,
                               OperatorPermission
   IF NOT SubjectAccessAllowed
      DISPLAY "Subject access searches need permission level 3."
      STOP RUN
   END-IF
   PERFORM GetSearchCriteria
   MOVE FUNCTION CURRENT-DATE(1:8) TO ReportDateWS
   CALL "CatalogueReport" USING ReportIdWS, ReportDateWS,
                                ReportFileNameWS
   OPEN OUTPUT SubjectAccessReport
   MOVE SearchName   TO PrnSearchName
   MOVE ReportDateWS TO PrnRunDate
   WRITE ReportLine FROM HeadingLine
   MOVE SearchPhone  TO PrnSearchPhone
   MOVE SearchDOB    TO PrnSearchDOB
   MOVE SignOnOperatorId TO PrnSearcher
   WRITE ReportLine FROM CriteriaLine
   PERFORM SearchEmployees
   PERFORM SearchSubscribers
   PERFORM SearchBorrowers
   PERFORM SearchHotelGuests
   PERFORM SearchOilCustomers
   PERFORM SearchGolfMembers
   PERFORM SearchVehicleOwners
   PERFORM PrintReportEnd
   CLOSE SubjectAccessReport
   MOVE "SUBJACC" TO LogActionName
   CALL "LogOperatorAction" USING SignOnOperatorId,
                                  SignOnProgramName, LogActionName
   MOVE TotalRecords TO PrnCount
   DISPLAY "Records found - " PrnCount
   DISPLAY "Report written to " ReportFileNameWS
   STOP RUN.

GetSearchCriteria.
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Name to search for - " WITH NO ADVANCING
      ACCEPT SearchName
      PERFORM SplitSearchName
      IF NameWordCount = ZERO
         DISPLAY "A name must be given."
      ELSE
         SET FieldAccepted TO TRUE
      END-IF
   END-PERFORM
   DISPLAY "Phone number (blank if none given) - "
           WITH NO ADVANCING
   ACCEPT SearchPhone
   SET FieldRejected TO TRUE
   PERFORM UNTIL FieldAccepted
      DISPLAY "Date of birth YYYYMMDD (blank if none given) - "
              WITH NO ADVANCING
      ACCEPT SearchDOB
      IF SearchDOB = SPACES
         SET FieldAccepted TO TRUE
      ELSE
         IF SearchDOB NOT NUMERIC
            OR FUNCTION TEST-DATE-YYYYMMDD(SearchDOBN) NOT = ZERO
            DISPLAY "Not a valid date - " SearchDOB
         ELSE
            SET FieldAccepted TO TRUE
         END-IF
      END-IF
   END-PERFORM.

SplitSearchName.
   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SearchName))
        TO UpperSearchName
   INSPECT UpperSearchName CONVERTING ",." TO "  "
   MOVE SPACES TO NameWordTable
   MOVE ZERO TO NameWordCount
   UNSTRING UpperSearchName DELIMITED BY ALL SPACE
      INTO NameWord(1) COUNT IN NameWordLen(1)
           NameWord(2) COUNT IN NameWordLen(2)
           NameWord(3) COUNT IN NameWordLen(3)
   END-UNSTRING
   PERFORM VARYING WordIdx FROM 1 BY 1 UNTIL WordIdx > 3
      IF NameWordLen(WordIdx) NOT = ZERO
         ADD 1 TO NameWordCount
         MOVE SPACES TO PaddedWord(NameWordCount)
         STRING " " DELIMITED BY SIZE
                NameWord(WordIdx)(1:NameWordLen(WordIdx))
                    DELIMITED BY SIZE
                INTO PaddedWord(NameWordCount)
         END-STRING
         COMPUTE PaddedWordLen(NameWordCount)
               = NameWordLen(WordIdx) + 2
      END-IF
   END-PERFORM.

CheckNameMatch.
* Every word keyed must appear as a whole word of the name held.
   MOVE SPACES TO PaddedCandidate
   STRING " " DELIMITED BY SIZE
          CandidateName DELIMITED BY SIZE
          INTO PaddedCandidate
   END-STRING
   MOVE FUNCTION UPPER-CASE(PaddedCandidate) TO PaddedCandidate
   INSPECT PaddedCandidate CONVERTING ",." TO "  "
   SET NameMatched TO TRUE
   PERFORM VARYING WordIdx FROM 1 BY 1
           UNTIL WordIdx > NameWordCount OR NameNotMatched
      MOVE ZERO TO WordHits
      INSPECT PaddedCandidate TALLYING WordHits
         FOR ALL PaddedWord(WordIdx)(1:PaddedWordLen(WordIdx))
      IF WordHits = ZERO
         SET NameNotMatched TO TRUE
      END-IF
   END-PERFORM.

ConfirmIdentity.
* A record holding a different phone number or date of birth from
* the one given is someone else with the same name.
   SET RecordSelected TO TRUE
   MOVE "name only - confirm identity" TO MatchNote
   IF SearchPhone NOT = SPACES AND RecordHoldsPhone
      IF HeldPhone = SearchPhone
         MOVE "name and phone match" TO MatchNote
      ELSE
         SET RecordNotSelected TO TRUE
      END-IF
   END-IF
   IF SearchDOB NOT = SPACES AND RecordHoldsDOB
      IF HeldDOB = SearchDOBN
         MOVE "name and date of birth match" TO MatchNote
      ELSE
         SET RecordNotSelected TO TRUE
      END-IF
   END-IF.

StartSection.
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   WRITE ReportLine FROM SectionLine
   MOVE ZERO TO MatchCount, SectionRecords, SectionHistory.

NoFileNote.
   MOVE "  File not on this system." TO SectionLine
   WRITE ReportLine FROM SectionLine.

EndSection.
   IF SectionRecords = ZERO
      MOVE "  Nothing held." TO SectionLine
   ELSE
      MOVE SectionRecords TO PrnCount
      MOVE SectionHistory TO PrnHistCount
      MOVE SPACES TO SectionLine
      STRING "  Records - " DELIMITED BY SIZE
             PrnCount       DELIMITED BY SIZE
             "   History entries - " DELIMITED BY SIZE
             PrnHistCount   DELIMITED BY SIZE
             INTO SectionLine
      END-STRING
   END-IF
   WRITE ReportLine FROM SectionLine
   ADD SectionRecords TO TotalRecords
   ADD SectionHistory TO TotalHistory.

AddMatchedKey.
   ADD 1 TO SectionRecords
   IF MatchCount < 50
      ADD 1 TO MatchCount
      MOVE SearchKey TO MatchedKey(MatchCount)
   END-IF.

FindMatchedKey.
   SET KeyNotMatched TO TRUE
   PERFORM VARYING MatchIdx FROM 1 BY 1
           UNTIL MatchIdx > MatchCount OR KeyMatched
      IF MatchedKey(MatchIdx) = SearchKey
         SET KeyMatched TO TRUE
      END-IF
   END-PERFORM.

PrintMasterLine.
   MOVE SearchKey     TO PrnMasterKey
   MOVE CandidateName TO PrnMasterName
   MOVE MatchNote     TO PrnMatchNote
   WRITE ReportLine FROM MasterLine.

PrintDetailLine.
   IF PrnDetailText NOT = SPACES
      WRITE ReportLine FROM DetailLine
   END-IF
   MOVE SPACES TO PrnDetailLabel, PrnDetailText.

PrintHistoryLine.
   MOVE SearchKey TO PrnHistKey
   WRITE ReportLine FROM HistoryLine
   ADD 1 TO SectionHistory
   MOVE SPACES TO PrnHistRef, PrnHistDate, PrnHistDate2, PrnHistNote
   MOVE ZERO TO PrnHistAmount.

SearchEmployees.
   MOVE "EMPLOYEES - EMPLOYEE FILE" TO SectionLine
   PERFORM StartSection
   OPEN INPUT EmployeeFile
   IF NoEmployeeFile
      PERFORM NoFileNote
      EXIT PARAGRAPH
   END-IF
   READ EmployeeFile NEXT RECORD
      AT END SET EndOfEmployeeFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfEmployeeFile
      MOVE SPACES TO CandidateName
      STRING EmpForename DELIMITED BY SIZE
             " "         DELIMITED BY SIZE
             EmpSurname  DELIMITED BY SIZE
             INTO CandidateName
      END-STRING
      PERFORM CheckNameMatch
      IF NameMatched
         SET RecordHasNoPhone TO TRUE
         SET RecordHoldsDOB   TO TRUE
         MOVE EmpDateOfBirth  TO HeldDOB
         PERFORM ConfirmIdentity
         IF RecordSelected
            PERFORM PrintEmployee
         END-IF
      END-IF
      READ EmployeeFile NEXT RECORD
         AT END SET EndOfEmployeeFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE EmployeeFile
   IF MatchCount NOT = ZERO
      PERFORM ListPayHistory
      PERFORM ListAbsences
   END-IF
   PERFORM EndSection.

PrintEmployee.
   MOVE EmpSSN TO SearchKey
   PERFORM AddMatchedKey
   PERFORM PrintMasterLine
   MOVE "Date of birth" TO PrnDetailLabel
   MOVE EmpDateOfBirth  TO PrnDetailText
   PERFORM PrintDetailLine
   MOVE "Gender"        TO PrnDetailLabel
   MOVE EmpGender       TO PrnDetailText
   PERFORM PrintDetailLine
   MOVE "Department"    TO PrnDetailLabel
   MOVE EmpDeptCode     TO PrnDetailText
   PERFORM PrintDetailLine
   MOVE "Hired"         TO PrnDetailLabel
   MOVE EmpHireDate     TO PrnDetailText
   PERFORM PrintDetailLine
   IF EmpLeaveDate NOT = ZERO
      MOVE "Left"       TO PrnDetailLabel
      MOVE EmpLeaveDate TO PrnDetailText
      PERFORM PrintDetailLine
   END-IF.

ListPayHistory.
   OPEN INPUT PayHistoryFile
   IF NoPayHistory
      EXIT PARAGRAPH
   END-IF
   READ PayHistoryFile
      AT END SET EndOfPayHistory TO TRUE
   END-READ
   PERFORM UNTIL EndOfPayHistory
      MOVE EmpSSN-PH TO SearchKey
      PERFORM FindMatchedKey
      IF KeyMatched
         MOVE "Pay period"  TO PrnHistWhat
         MOVE PayPeriod-PH  TO PrnHistRef
         MOVE NetPay-PH     TO PrnHistAmount
         MOVE "net pay"     TO PrnHistNote
         PERFORM PrintHistoryLine
      END-IF
      READ PayHistoryFile
         AT END SET EndOfPayHistory TO TRUE
      END-READ
   END-PERFORM
   CLOSE PayHistoryFile.

ListAbsences.
   OPEN INPUT AbsenceFile
   IF NoAbsenceFile
      EXIT PARAGRAPH
   END-IF
   READ AbsenceFile
      AT END SET EndOfAbsenceFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfAbsenceFile
      MOVE EmpSSN-AB TO SearchKey
      PERFORM FindMatchedKey
      IF KeyMatched
         MOVE "Absence"      TO PrnHistWhat
         EVALUATE AbsenceType-AB
            WHEN "S"   MOVE "sick"   TO PrnHistRef
            WHEN "A"   MOVE "annual" TO PrnHistRef
            WHEN "U"   MOVE "unpaid" TO PrnHistRef
            WHEN OTHER MOVE AbsenceType-AB TO PrnHistRef
         END-EVALUATE
         MOVE FirstDay-AB    TO PrnHistDate
         MOVE LastDay-AB     TO PrnHistDate2
         PERFORM PrintHistoryLine
      END-IF
      READ AbsenceFile
         AT END SET EndOfAbsenceFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE AbsenceFile.

SearchSubscribers.
   MOVE "UNIVERSAL TELECOMS - SUBSCRIBERS AND CLOSED ACCOUNTS"
        TO SectionLine
   PERFORM StartSection
   SET RecordHasNoPhone TO TRUE
   SET RecordHasNoDOB   TO TRUE
   OPEN INPUT SubscriberMaster
   IF NoSubscriberMaster
      PERFORM NoFileNote
   ELSE
      READ SubscriberMaster NEXT RECORD
         AT END SET EndOfSubscriberMaster TO TRUE
      END-READ
      PERFORM UNTIL EndOfSubscriberMaster
         MOVE SubscriberName-SM TO CandidateName
         PERFORM CheckNameMatch
         IF NameMatched
            PERFORM ConfirmIdentity
            MOVE SubscriberId-SM TO SearchKey
            PERFORM AddMatchedKey
            PERFORM PrintMasterLine
            MOVE "Address"       TO PrnDetailLabel
            MOVE AddressLine1-SM TO PrnDetailText
            PERFORM PrintDetailLine
            MOVE AddressLine2-SM TO PrnDetailText
            PERFORM PrintDetailLine
            MOVE AddressLine3-SM TO PrnDetailText
            PERFORM PrintDetailLine
            MOVE "Plan"          TO PrnDetailLabel
            MOVE PlanCode-SM     TO PrnDetailText
            PERFORM PrintDetailLine
            MOVE "Bank reference" TO PrnDetailLabel
            MOVE DDBankRef-SM    TO PrnDetailText
            PERFORM PrintDetailLine
         END-IF
         READ SubscriberMaster NEXT RECORD
            AT END SET EndOfSubscriberMaster TO TRUE
         END-READ
      END-PERFORM
      CLOSE SubscriberMaster
   END-IF
   OPEN INPUT ClosedArchiveFile
   IF NOT NoClosedArchive
      READ ClosedArchiveFile
         AT END SET EndOfClosedArchive TO TRUE
      END-READ
      PERFORM UNTIL EndOfClosedArchive
         MOVE SubscriberName-CA TO CandidateName
         PERFORM CheckNameMatch
         IF NameMatched
            PERFORM ConfirmIdentity
            MOVE SubscriberId-CA TO SearchKey
            PERFORM AddMatchedKey
            PERFORM PrintMasterLine
            MOVE "Address"       TO PrnDetailLabel
            MOVE AddressLine1-CA TO PrnDetailText
            PERFORM PrintDetailLine
            MOVE AddressLine2-CA TO PrnDetailText
            PERFORM PrintDetailLine
            MOVE AddressLine3-CA TO PrnDetailText
            PERFORM PrintDetailLine
            MOVE "Account closed" TO PrnDetailLabel
            MOVE ClosureDate-CA  TO PrnDetailText
            PERFORM PrintDetailLine
         END-IF
         READ ClosedArchiveFile
            AT END SET EndOfClosedArchive TO TRUE
         END-READ
      END-PERFORM
      CLOSE ClosedArchiveFile
   END-IF
   IF MatchCount NOT = ZERO
      PERFORM ListTelecomsUsage
      PERFORM ListTelecomsBills
      PERFORM ListTelecomsPayments
   END-IF
   PERFORM EndSection.

ListTelecomsUsage.
   OPEN INPUT SummaryHistoryFile
   IF NoSummaryHistory
      EXIT PARAGRAPH
   END-IF
   READ SummaryHistoryFile
      AT END SET EndOfSummaryHistory TO TRUE
   END-READ
   PERFORM UNTIL EndOfSummaryHistory
      MOVE SubscriberId-SH TO SearchKey
      PERFORM FindMatchedKey
      IF KeyMatched
         COMPUTE UsageValue = CostOfCalls-SH + CostOfTexts-SH
         MOVE "Usage period"   TO PrnHistWhat
         MOVE BillingPeriod-SH TO PrnHistRef
         MOVE UsageValue       TO PrnHistAmount
         PERFORM PrintHistoryLine
      END-IF
      READ SummaryHistoryFile
         AT END SET EndOfSummaryHistory TO TRUE
      END-READ
   END-PERFORM
   CLOSE SummaryHistoryFile.

ListTelecomsBills.
   OPEN INPUT BilledItemsFile
   IF NoBilledItems
      EXIT PARAGRAPH
   END-IF
   READ BilledItemsFile
      AT END SET EndOfBilledItems TO TRUE
   END-READ
   PERFORM UNTIL EndOfBilledItems
      MOVE SubscriberId-BI TO SearchKey
      PERFORM FindMatchedKey
      IF KeyMatched
         MOVE "Bill"          TO PrnHistWhat
         MOVE BillDate-BI     TO PrnHistDate
         MOVE BillAmount-BI   TO PrnHistAmount
         PERFORM PrintHistoryLine
      END-IF
      READ BilledItemsFile
         AT END SET EndOfBilledItems TO TRUE
      END-READ
   END-PERFORM
   CLOSE BilledItemsFile.

ListTelecomsPayments.
   OPEN INPUT TelPaymentsFile
   IF NoTelPayments
      EXIT PARAGRAPH
   END-IF
   READ TelPaymentsFile
      AT END SET EndOfTelPayments TO TRUE
   END-READ
   PERFORM UNTIL EndOfTelPayments
      MOVE SubscriberId-TP TO SearchKey
      PERFORM FindMatchedKey
      IF KeyMatched
         MOVE "Payment"       TO PrnHistWhat
         MOVE PayDate-TP      TO PrnHistDate
         MOVE PayAmount-TP    TO PrnHistAmount
         PERFORM PrintHistoryLine
      END-IF
      READ TelPaymentsFile
         AT END SET EndOfTelPayments TO TRUE
      END-READ
   END-PERFORM
   CLOSE TelPaymentsFile.

SearchBorrowers.
   MOVE "FILM LENDING - BORROWERS AND PURGED BORROWERS"
        TO SectionLine
   PERFORM StartSection
   SET RecordHoldsPhone TO TRUE
   SET RecordHasNoDOB   TO TRUE
   OPEN INPUT BorrowerFile
   IF NoBorrowerFile
      PERFORM NoFileNote
   ELSE
      READ BorrowerFile NEXT RECORD
         AT END SET EndOfBorrowerFile TO TRUE
      END-READ
      PERFORM UNTIL EndOfBorrowerFile
         MOVE BorrowerName-BF TO CandidateName
         PERFORM CheckNameMatch
         IF NameMatched
            MOVE BorrowerPhone-BF TO HeldPhone
            PERFORM ConfirmIdentity
            IF RecordSelected
               MOVE BorrowerId-BF TO SearchKey
               PERFORM AddMatchedKey
               PERFORM PrintMasterLine
               MOVE "Phone"          TO PrnDetailLabel
               MOVE BorrowerPhone-BF TO PrnDetailText
               PERFORM PrintDetailLine
            END-IF
         END-IF
         READ BorrowerFile NEXT RECORD
            AT END SET EndOfBorrowerFile TO TRUE
         END-READ
      END-PERFORM
      CLOSE BorrowerFile
   END-IF
   OPEN INPUT BorrowerArchiveFile
   IF NOT NoBorrowerArchive
      READ BorrowerArchiveFile
         AT END SET EndOfBorrowerArchive TO TRUE
      END-READ
      PERFORM UNTIL EndOfBorrowerArchive
         MOVE BorrowerName-AR TO CandidateName
         PERFORM CheckNameMatch
         IF NameMatched
            MOVE BorrowerPhone-AR TO HeldPhone
            PERFORM ConfirmIdentity
            IF RecordSelected
               MOVE BorrowerId-AR TO SearchKey
               PERFORM AddMatchedKey
               PERFORM PrintMasterLine
               MOVE "Phone"          TO PrnDetailLabel
               MOVE BorrowerPhone-AR TO PrnDetailText
               PERFORM PrintDetailLine
               MOVE "Purged"         TO PrnDetailLabel
               MOVE PurgeDate-AR     TO PrnDetailText
               PERFORM PrintDetailLine
            END-IF
         END-IF
         READ BorrowerArchiveFile
            AT END SET EndOfBorrowerArchive TO TRUE
         END-READ
      END-PERFORM
      CLOSE BorrowerArchiveFile
   END-IF
   IF MatchCount NOT = ZERO
      PERFORM ListRentalHistory
      PERFORM ListCurrentLoans
      PERFORM ListFilmTakings
   END-IF
   PERFORM EndSection.

ListRentalHistory.
   OPEN INPUT RentalHistoryFile
   IF NoRentalHistory
      EXIT PARAGRAPH
   END-IF
   READ RentalHistoryFile
      AT END SET EndOfRentalHistory TO TRUE
   END-READ
   PERFORM UNTIL EndOfRentalHistory
      MOVE BorrowerId-RH TO SearchKey
      PERFORM FindMatchedKey
      IF KeyMatched
         MOVE "Film rental"  TO PrnHistWhat
         MOVE FilmId-RH      TO PrnHistRef
         MOVE DateOut-RH     TO PrnHistDate
         MOVE DateIn-RH      TO PrnHistDate2
         MOVE "returned"     TO PrnHistNote
         PERFORM PrintHistoryLine
      END-IF
      READ RentalHistoryFile
         AT END SET EndOfRentalHistory TO TRUE
      END-READ
   END-PERFORM
   CLOSE RentalHistoryFile.

ListCurrentLoans.
   OPEN INPUT LoansFile
   IF NoLoansFile
      EXIT PARAGRAPH
   END-IF
   READ LoansFile NEXT RECORD
      AT END SET EndOfLoansFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfLoansFile
      MOVE BorrowerId-LF TO SearchKey
      PERFORM FindMatchedKey
      IF KeyMatched
         MOVE "Film on loan" TO PrnHistWhat
         MOVE FilmId-LF      TO PrnHistRef
         MOVE DateOut-LF     TO PrnHistDate
         MOVE DateDue-LF     TO PrnHistDate2
         MOVE RentalCharge-LF TO PrnHistAmount
         MOVE "due back"     TO PrnHistNote
         PERFORM PrintHistoryLine
      END-IF
      READ LoansFile NEXT RECORD
         AT END SET EndOfLoansFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE LoansFile.

ListFilmTakings.
   OPEN INPUT TakingsJournal
   IF NoTakingsJournal
      EXIT PARAGRAPH
   END-IF
   READ TakingsJournal
      AT END SET EndOfTakings TO TRUE
   END-READ
   PERFORM UNTIL EndOfTakings
      MOVE BorrowerId-TJ TO SearchKey
      PERFORM FindMatchedKey
      IF KeyMatched
         MOVE "Film takings" TO PrnHistWhat
         MOVE FilmId-TJ      TO PrnHistRef
         MOVE TakingsDate-TJ TO PrnHistDate
         MOVE Amount-TJ      TO PrnHistAmount
         MOVE TakingsType-TJ TO PrnHistNote
         PERFORM PrintHistoryLine
      END-IF
      READ TakingsJournal
         AT END SET EndOfTakings TO TRUE
      END-READ
   END-PERFORM
   CLOSE TakingsJournal.

SearchHotelGuests.
   MOVE "HOTEL - GUEST MASTER" TO SectionLine
   PERFORM StartSection
   SET RecordHasNoPhone TO TRUE
   SET RecordHasNoDOB   TO TRUE
   OPEN INPUT GuestMasterFile
   IF NoGuestMaster
      PERFORM NoFileNote
   ELSE
      READ GuestMasterFile NEXT RECORD
         AT END SET EndOfGuestMaster TO TRUE
      END-READ
      PERFORM UNTIL EndOfGuestMaster
         MOVE GuestName-GM TO CandidateName
         PERFORM CheckNameMatch
         IF NameMatched
            PERFORM ConfirmIdentity
            MOVE GuestNumber-GM TO SearchKey
            PERFORM AddMatchedKey
            PERFORM PrintMasterLine
            MOVE "Country"      TO PrnDetailLabel
            MOVE Country-GM     TO PrnDetailText
            PERFORM PrintDetailLine
            IF GuestHadNoShow
               MOVE "Last no-show" TO PrnDetailLabel
               MOVE LastNoShowDate-GM TO PrnDetailText
               PERFORM PrintDetailLine
            END-IF
         END-IF
         READ GuestMasterFile NEXT RECORD
            AT END SET EndOfGuestMaster TO TRUE
         END-READ
      END-PERFORM
      CLOSE GuestMasterFile
   END-IF
* The guest book is listed even when the master found nothing:
* stays from before the guest master carry the name only.
   PERFORM ListGuestStays
   IF MatchCount NOT = ZERO
      PERFORM ListGuestBookings
      PERFORM ListGuestFolios
   END-IF
   PERFORM EndSection.

ListGuestStays.
   OPEN INPUT GuestBookFile
   IF NoGuestBook
      EXIT PARAGRAPH
   END-IF
   READ GuestBookFile
      AT END SET EndOfGuestBook TO TRUE
   END-READ
   PERFORM UNTIL EndOfGuestBook
      MOVE GuestNumberGF TO SearchKey
      PERFORM FindMatchedKey
      IF KeyNotMatched
         MOVE GuestNameGF TO CandidateName
         PERFORM CheckNameMatch
         IF NameMatched
            SET KeyMatched TO TRUE
         END-IF
      END-IF
      IF KeyMatched
         MOVE "Stay"          TO PrnHistWhat
         MOVE ArrivalDateGF   TO PrnHistDate
         MOVE DepartureDateGF TO PrnHistDate2
         MOVE RoomRateGF      TO PrnHistAmount
         MOVE "room rate"     TO PrnHistNote
         PERFORM PrintHistoryLine
         IF GuestCommentGF NOT = SPACES
            MOVE "Comment"      TO PrnDetailLabel
            MOVE GuestCommentGF TO PrnDetailText
            PERFORM PrintDetailLine
         END-IF
      END-IF
      READ GuestBookFile
         AT END SET EndOfGuestBook TO TRUE
      END-READ
   END-PERFORM
   CLOSE GuestBookFile.

ListGuestBookings.
   OPEN INPUT BookingsFile
   IF NoBookingsFile
      EXIT PARAGRAPH
   END-IF
   READ BookingsFile
      AT END SET EndOfBookingsFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfBookingsFile
      MOVE GuestNumber-BK TO SearchKey
      PERFORM FindMatchedKey
      IF KeyMatched
         MOVE "Booking"        TO PrnHistWhat
         MOVE BookingNumber-BK TO PrnHistRef
         MOVE ArrivalDate-BK   TO PrnHistDate
         MOVE DepartureDate-BK TO PrnHistDate2
         MOVE Deposit-BK       TO PrnHistAmount
         EVALUATE TRUE
            WHEN BookingCancelled MOVE "cancelled" TO PrnHistNote
            WHEN BookingNoShow    MOVE "no-show"   TO PrnHistNote
            WHEN OTHER            MOVE "deposit"   TO PrnHistNote
         END-EVALUATE
         PERFORM PrintHistoryLine
      END-IF
      READ BookingsFile
         AT END SET EndOfBookingsFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE BookingsFile.

ListGuestFolios.
   OPEN INPUT FolioFile
   IF NoFolioFile
      EXIT PARAGRAPH
   END-IF
   READ FolioFile NEXT RECORD
      AT END SET EndOfFolioFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfFolioFile
      MOVE GuestNumber-FO TO SearchKey
      PERFORM FindMatchedKey
      IF KeyMatched
         MOVE "Folio"          TO PrnHistWhat
         MOVE FolioNumber-FO   TO PrnHistRef
         MOVE ArrivalDate-FO   TO PrnHistDate
         MOVE CheckoutDate-FO  TO PrnHistDate2
         MOVE InvoiceTotal-FO  TO PrnHistAmount
         IF FolioOpen
            MOVE "open"        TO PrnHistNote
         ELSE
            MOVE "invoiced"    TO PrnHistNote
         END-IF
         PERFORM PrintHistoryLine
      END-IF
      READ FolioFile NEXT RECORD
         AT END SET EndOfFolioFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE FolioFile.

SearchOilCustomers.
   MOVE "AROMAMORA - CUSTOMER MASTER" TO SectionLine
   PERFORM StartSection
   SET RecordHasNoPhone TO TRUE
   SET RecordHasNoDOB   TO TRUE
   OPEN INPUT CustomerMasterFile
   IF NoCustomerMaster
      PERFORM NoFileNote
      EXIT PARAGRAPH
   END-IF
   READ CustomerMasterFile NEXT RECORD
      AT END SET EndOfCustomerMaster TO TRUE
   END-READ
   PERFORM UNTIL EndOfCustomerMaster
      MOVE CustomerName-CM TO CandidateName
      PERFORM CheckNameMatch
      IF NameMatched
         PERFORM ConfirmIdentity
         MOVE CustomerId-CM TO SearchKey
         PERFORM AddMatchedKey
         PERFORM PrintMasterLine
         MOVE "Address"          TO PrnDetailLabel
         MOVE CustomerAddress-CM TO PrnDetailText
         PERFORM PrintDetailLine
         MOVE CreditLimit-CM     TO PrnMoney
         MOVE "Credit limit"     TO PrnDetailLabel
         MOVE PrnMoney           TO PrnDetailText
         PERFORM PrintDetailLine
         IF OnCreditHold
            MOVE "On credit hold" TO PrnDetailLabel
            MOVE HoldDate-CM     TO PrnDetailText
            PERFORM PrintDetailLine
         END-IF
      END-IF
      READ CustomerMasterFile NEXT RECORD
         AT END SET EndOfCustomerMaster TO TRUE
      END-READ
   END-PERFORM
   CLOSE CustomerMasterFile
   IF MatchCount NOT = ZERO
      PERFORM ListOilInvoices
      PERFORM ListOilPayments
   END-IF
   PERFORM EndSection.

ListOilInvoices.
   OPEN INPUT InvoiceRegisterFile
   IF NoInvoiceRegister
      EXIT PARAGRAPH
   END-IF
   READ InvoiceRegisterFile
      AT END SET EndOfInvoiceRegister TO TRUE
   END-READ
   PERFORM UNTIL EndOfInvoiceRegister
      MOVE CustomerId-IR TO SearchKey
      PERFORM FindMatchedKey
      IF KeyMatched
         MOVE "Invoice"        TO PrnHistWhat
         MOVE InvoiceNumber-IR TO PrnHistRef
         MOVE InvoiceDate-IR   TO PrnHistDate
         MOVE InvoiceTotal-IR  TO PrnHistAmount
         PERFORM PrintHistoryLine
      END-IF
      READ InvoiceRegisterFile
         AT END SET EndOfInvoiceRegister TO TRUE
      END-READ
   END-PERFORM
   CLOSE InvoiceRegisterFile.

ListOilPayments.
   OPEN INPUT OilPaymentsFile
   IF NoOilPayments
      EXIT PARAGRAPH
   END-IF
   READ OilPaymentsFile
      AT END SET EndOfOilPayments TO TRUE
   END-READ
   PERFORM UNTIL EndOfOilPayments
      MOVE CustomerId-OP TO SearchKey
      PERFORM FindMatchedKey
      IF KeyMatched
         MOVE "Payment"      TO PrnHistWhat
         MOVE PayDate-OP     TO PrnHistDate
         MOVE PayAmount-OP   TO PrnHistAmount
         PERFORM PrintHistoryLine
      END-IF
      READ OilPaymentsFile
         AT END SET EndOfOilPayments TO TRUE
      END-READ
   END-PERFORM
   CLOSE OilPaymentsFile.

SearchGolfMembers.
   MOVE "ROLLING GREENS - MEMBER FILE" TO SectionLine
   PERFORM StartSection
   SET RecordHasNoPhone TO TRUE
   SET RecordHasNoDOB   TO TRUE
   OPEN INPUT MemberFile
   IF NoMemberFile
      PERFORM NoFileNote
      EXIT PARAGRAPH
   END-IF
   READ MemberFile
      AT END SET EndOfMemberFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfMemberFile
      MOVE MemberName TO CandidateName
      PERFORM CheckNameMatch
      IF NameMatched
         PERFORM ConfirmIdentity
         MOVE MemberId TO SearchKey
         PERFORM AddMatchedKey
         PERFORM PrintMasterLine
         MOVE "Member type"    TO PrnDetailLabel
         MOVE MemberType       TO PrnDetailText
         PERFORM PrintDetailLine
         MOVE "Gender"         TO PrnDetailLabel
         MOVE Gender           TO PrnDetailText
         PERFORM PrintDetailLine
         MOVE "Expires"        TO PrnDetailLabel
         MOVE MemberExpiryDate TO PrnDetailText
         PERFORM PrintDetailLine
      END-IF
      READ MemberFile
         AT END SET EndOfMemberFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE MemberFile
   IF MatchCount NOT = ZERO
      PERFORM ListRenewalInvoices
      PERFORM ListHouseAccount
      PERFORM ListRounds
   END-IF
   PERFORM EndSection.

ListRenewalInvoices.
   OPEN INPUT RenewalInvoiceFile
   IF NoRenewalInvoices
      EXIT PARAGRAPH
   END-IF
   READ RenewalInvoiceFile
      AT END SET EndOfRenewalInvoices TO TRUE
   END-READ
   PERFORM UNTIL EndOfRenewalInvoices
      MOVE MemberId-INV TO SearchKey
      PERFORM FindMatchedKey
      IF KeyMatched
         MOVE "Renewal"      TO PrnHistWhat
         MOVE DateBilled-INV TO PrnHistDate
         MOVE OldExpiry-INV  TO PrnHistDate2
         MOVE FeeDue-INV     TO PrnHistAmount
         IF InvoicePaid
            MOVE "paid"      TO PrnHistNote
         ELSE
            MOVE "open"      TO PrnHistNote
         END-IF
         PERFORM PrintHistoryLine
      END-IF
      READ RenewalInvoiceFile
         AT END SET EndOfRenewalInvoices TO TRUE
      END-READ
   END-PERFORM
   CLOSE RenewalInvoiceFile.

ListHouseAccount.
   OPEN INPUT HouseAccountFile
   IF NoHouseAccount
      EXIT PARAGRAPH
   END-IF
   READ HouseAccountFile
      AT END SET EndOfHouseAccount TO TRUE
   END-READ
   PERFORM UNTIL EndOfHouseAccount
      MOVE MemberId-HA TO SearchKey
      PERFORM FindMatchedKey
      IF KeyMatched
         MOVE "House account" TO PrnHistWhat
         MOVE Description-HA TO PrnHistRef
         MOVE TransDate-HA   TO PrnHistDate
         MOVE Amount-HA      TO PrnHistAmount
         IF Payment-HA
            MOVE "payment"   TO PrnHistNote
         ELSE
            MOVE "charge"    TO PrnHistNote
         END-IF
         PERFORM PrintHistoryLine
      END-IF
      READ HouseAccountFile
         AT END SET EndOfHouseAccount TO TRUE
      END-READ
   END-PERFORM
   CLOSE HouseAccountFile.

ListRounds.
   OPEN INPUT RoundsFile
   IF NoRoundsFile
      EXIT PARAGRAPH
   END-IF
   READ RoundsFile
      AT END SET EndOfRoundsFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfRoundsFile
      MOVE MemberId-RF TO SearchKey
      PERFORM FindMatchedKey
      IF KeyMatched
         MOVE "Round"        TO PrnHistWhat
         MOVE RoundDate-RF   TO PrnHistDate
         MOVE GreenFee-RF    TO PrnHistAmount
         MOVE "green fee"    TO PrnHistNote
         PERFORM PrintHistoryLine
      END-IF
      READ RoundsFile
         AT END SET EndOfRoundsFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE RoundsFile.

SearchVehicleOwners.
   MOVE "WORKSHOP - VEHICLE OWNERS" TO SectionLine
   PERFORM StartSection
   SET RecordHoldsPhone TO TRUE
   SET RecordHasNoDOB   TO TRUE
   OPEN INPUT VehicleFile
   IF NoVehicleFile
      PERFORM NoFileNote
      EXIT PARAGRAPH
   END-IF
   READ VehicleFile NEXT RECORD
      AT END SET EndOfVehicleFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfVehicleFile
      MOVE OwnerName TO CandidateName
      PERFORM CheckNameMatch
      IF NameMatched
         MOVE OwnerPhone TO HeldPhone
         PERFORM ConfirmIdentity
         IF RecordSelected
            MOVE VehicleNum TO SearchKey
            PERFORM AddMatchedKey
            PERFORM PrintMasterLine
            MOVE "Vehicle"    TO PrnDetailLabel
            MOVE VehicleDesc  TO PrnDetailText
            PERFORM PrintDetailLine
            MOVE "Address"    TO PrnDetailLabel
            MOVE OwnerAddress TO PrnDetailText
            PERFORM PrintDetailLine
            MOVE "Phone"      TO PrnDetailLabel
            MOVE OwnerPhone   TO PrnDetailText
            PERFORM PrintDetailLine
         END-IF
      END-IF
      READ VehicleFile NEXT RECORD
         AT END SET EndOfVehicleFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE VehicleFile
   IF MatchCount NOT = ZERO
      PERFORM ListVehicleJobs
   END-IF
   PERFORM EndSection.

ListVehicleJobs.
   OPEN INPUT JobsFile
   IF NoJobsFile
      EXIT PARAGRAPH
   END-IF
   READ JobsFile NEXT RECORD
      AT END SET EndOfJobsFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfJobsFile
      MOVE VehicleNum-JF TO SearchKey
      PERFORM FindMatchedKey
      IF KeyMatched
         COMPUTE JobValue ROUNDED
               = LabourHours-JF * LabourRate-JF + PartsCost-JF
         MOVE "Workshop job" TO PrnHistWhat
         MOVE JobNum-JF      TO PrnHistRef
         MOVE DateOpened-JF  TO PrnHistDate
         IF JobOpen
            MOVE "open"      TO PrnHistNote
         ELSE
            MOVE DateClosed-JF TO PrnHistDate2
            MOVE "closed"    TO PrnHistNote
         END-IF
         MOVE JobValue       TO PrnHistAmount
         PERFORM PrintHistoryLine
      END-IF
      READ JobsFile NEXT RECORD
         AT END SET EndOfJobsFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE JobsFile.

PrintReportEnd.
   MOVE SPACES TO ReportLine
   WRITE ReportLine
   MOVE TotalRecords TO PrnCount
   MOVE TotalHistory TO PrnHistCount
   MOVE SPACES TO SectionLine
   STRING "END OF REPORT - RECORDS FOUND " DELIMITED BY SIZE
          PrnCount                         DELIMITED BY SIZE
          "   HISTORY ENTRIES "            DELIMITED BY SIZE
          PrnHistCount                     DELIMITED BY SIZE
          INTO SectionLine
   END-STRING
   WRITE ReportLine FROM SectionLine
   IF TotalRecords = ZERO
      MOVE "No personal data is held under this name."
           TO SectionLine
      WRITE ReportLine FROM SectionLine
   END-IF.
