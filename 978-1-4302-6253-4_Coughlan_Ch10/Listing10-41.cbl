IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing10-41.
AUTHOR. Michael Coughlan
* Generational backup of the indexed and relative master files.
* Only the Film file (Listing17-11) and the Vehicle file
* (Listing17-12) had an unload, each written over its last copy, and
* the other masters had no backup beyond what the nightly archive
* happened to catch.  This run unloads every master registered on
* the backup register (Listing10-41Register.dat - a file id and the
* number of generations to keep, one line per master) to a new
* generation:
*   - the master is read front to back in key order, as the
*     integrity certifier (Listing10-16) reads it, into a work file
*     with a header (file id, generation number, date and time) and
*     a trailer (record count and hash total);
*   - only when the whole master has been read cleanly is the work
*     file copied to the generation file, so a failed unload never
*     costs a good generation;
*   - each master keeps its generations in a ring of files, one per
*     generation kept (<file id>-G<nn>.BKP), each new generation
*     going over the oldest, so the last N are always on hand;
*   - every generation is recorded on the generation catalogue
*     (Listing10-41Gens.dat) with its date, time, file name, record
*     count and hash total - the figures the restore (Listing10-42)
*     checks before and after it rebuilds a master.
* The hash total is the sum, over every record, of each character's
* code weighted by its position in the record, plus the record
* number for a relative file - a changed, lost or moved character
* shows up, not only a lost record.
* The file ids are the certifier's where it covers the file:
*   EMP Employee         SAL Salary          LVE Leave
*   TRN Training         STK Gadget stock    SER Gadget serials
*   BRN Candy branches   BRH Branch history  CUS Oil customers
*   SUB Subscribers      BPY Bill payers     DSP Bill disputes
*   PPB Prepaid balances SHS Sales history   GST Hotel guests
*   FOL Hotel folios     RMS Hotel rooms     FLM Films
*   DIR Directors        BOR Borrowers       LON Loans
*   PRT Parts stock      VEH Vehicles        JOB Workshop jobs
*   SUP Parts suppliers  MEC Mechanics       PRF Purchase reqs
*   BF  Books            PF  Publishers

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   SELECT EmployeeFile ASSIGN TO "Employee.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS EmpSSN-EMP
          ALTERNATE RECORD KEY IS EmpSurname-EMP
              WITH DUPLICATES
          FILE STATUS IS MasterStatus.

   SELECT SalaryFile ASSIGN TO "Listing7-12Salary.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS SalaryKey-SAL
          FILE STATUS IS MasterStatus.

   SELECT LeaveFile ASSIGN TO "Listing7-25Leave.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS LeaveKey-LVE
          FILE STATUS IS MasterStatus.

   SELECT TrainingFile ASSIGN TO "Listing7-28Training.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS TrainingKey-TRN
          FILE STATUS IS MasterStatus.

   SELECT MasterStockFile ASSIGN TO "Listing10-5Master.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS GadgetID-STK
          FILE STATUS IS MasterStatus.

   SELECT SerialFile ASSIGN TO "Listing10-35Serials.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS SerialKey-SER
          ALTERNATE RECORD KEY IS SerialGadget-SER
              WITH DUPLICATES
          FILE STATUS IS MasterStatus.

   SELECT BranchFile ASSIGN TO "Listing11-5Branches.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS BranchKey-BRN
          FILE STATUS IS MasterStatus.

   SELECT BranchHistoryFile ASSIGN TO "Listing11-3History.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS BranchHistoryKey-BRH
          FILE STATUS IS MasterStatus.

   SELECT CustomerFile ASSIGN TO "Listing12-8Customers.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS CustomerKey-CUS
          FILE STATUS IS MasterStatus.

   SELECT SubscriberFile ASSIGN TO "Listing14-11Subs.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS SubscriberKey-SUB
          FILE STATUS IS MasterStatus.

   SELECT BillPayerFile ASSIGN TO "Listing14-35Payers.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS BillPayerKey-BPY
          FILE STATUS IS MasterStatus.

   SELECT DisputeFile ASSIGN TO "Listing14-29Disputes.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS DisputeKey-DSP
          FILE STATUS IS MasterStatus.

   SELECT PrepaidFile ASSIGN TO "Listing14-33Prepaid.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS PrepaidKey-PPB
          FILE STATUS IS MasterStatus.

   SELECT SalesHistoryFile ASSIGN TO "Listing14-9History.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS SalesHistoryKey-SHS
          FILE STATUS IS MasterStatus.

   SELECT GuestFile ASSIGN TO "Listing14-25Guests.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS GuestKey-GST
          FILE STATUS IS MasterStatus.

   SELECT FolioFile ASSIGN TO "Listing14-25Folios.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS FolioKey-FOL
          FILE STATUS IS MasterStatus.

   SELECT RoomFile ASSIGN TO "Listing14-46Rooms.dat"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS RoomKey-RMS
          FILE STATUS IS MasterStatus.

   SELECT FilmFile ASSIGN TO "Listing17-7Films.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS FilmKey-FLM
          ALTERNATE RECORD KEY IS FilmTitle-FLM
              WITH DUPLICATES
          ALTERNATE RECORD KEY IS DirectorId-FLM
              WITH DUPLICATES
          ALTERNATE RECORD KEY IS Genre-FLM
              WITH DUPLICATES
          FILE STATUS IS MasterStatus.

   SELECT DirectorsFile ASSIGN TO "Listing17-7Dir.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS DirectorKey-DIR
          ALTERNATE RECORD KEY IS DirectorSurname-DIR
          FILE STATUS IS MasterStatus.

   SELECT BorrowerFile ASSIGN TO "Listing17-13Borrowers.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS BorrowerKey-BOR
          FILE STATUS IS MasterStatus.

   SELECT LoansFile ASSIGN TO "Listing17-13Loans.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS LoanKey-LON
          FILE STATUS IS MasterStatus.

   SELECT PartsStockFile ASSIGN TO "Listing17-10Stock.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS PartNum-PRT
          ALTERNATE RECORD KEY IS PartVehicle-PRT
              WITH DUPLICATES
          FILE STATUS IS MasterStatus.

   SELECT VehicleFile ASSIGN TO "Listing17-10Vehicle.DAT"
          ORGANIZATION IS RELATIVE
          ACCESS MODE IS SEQUENTIAL
          RELATIVE KEY IS VehicleNumKey
          FILE STATUS IS MasterStatus.

   SELECT JobFile ASSIGN TO "Listing17-18Jobs.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS JobKey-JOB
          FILE STATUS IS MasterStatus.

   SELECT SupplierFile ASSIGN TO "Listing17-31Suppliers.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS SupplierKey-SUP
          FILE STATUS IS MasterStatus.

   SELECT MechanicFile ASSIGN TO "Listing17-34Mechanics.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS MechanicKey-MEC
          FILE STATUS IS MasterStatus.

   SELECT PurchaseReqFile ASSIGN TO "Listing18-4-PRF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS PRNumber-PRF
          ALTERNATE RECORD KEY IS LecturerName-PRF
              WITH DUPLICATES
          ALTERNATE RECORD KEY IS ReqBookNum-PRF
              WITH DUPLICATES
          FILE STATUS IS MasterStatus.

   SELECT BookFile ASSIGN TO "Listing18-4-BF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS BookNum-BF
          ALTERNATE RECORD KEY IS BookPublisher-BF
              WITH DUPLICATES
          FILE STATUS IS MasterStatus.

   SELECT PublisherFile ASSIGN TO "Listing18-4-PF.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS PublisherNum-PF
          ALTERNATE RECORD KEY IS PublisherName-PF
          FILE STATUS IS MasterStatus.

   SELECT RegisterFile ASSIGN TO "Listing10-41Register.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RegisterStatus.

   SELECT GenCatalogueFile ASSIGN TO "Listing10-41Gens.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GenCatalogueStatus.

   SELECT UnloadWorkFile ASSIGN TO "Listing10-41Work.tmp"
          ORGANIZATION IS LINE SEQUENTIAL.

   SELECT GenerationFile ASSIGN TO GenerationFileName
          ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD EmployeeFile.
01 EmployeeRec-EMP.
   02 EmpSSN-EMP            PIC X(9).
   02 EmpSurname-EMP        PIC X(15).
   02 FILLER                PIC X(39).

FD SalaryFile.
01 SalaryRec-SAL.
   02 SalaryKey-SAL         PIC X(9).
   02 FILLER                PIC X(17).

FD LeaveFile.
01 LeaveRec-LVE.
   02 LeaveKey-LVE          PIC X(9).
   02 FILLER                PIC X(16).

FD TrainingFile.
01 TrainingRec-TRN.
   02 TrainingKey-TRN       PIC X(13).
   02 FILLER                PIC X(20).

FD MasterStockFile.
01 MasterStockRec-STK.
   02 GadgetID-STK          PIC X(7).
   02 FILLER                PIC X(64).

FD SerialFile.
01 SerialRec-SER.
   02 SerialKey-SER.
      03 FILLER             PIC X(20).
      03 SerialGadget-SER   PIC X(7).
   02 FILLER                PIC X(92).

FD BranchFile.
01 BranchRec-BRN.
   02 BranchKey-BRN         PIC X(7).
   02 FILLER                PIC X(35).

FD BranchHistoryFile.
01 BranchHistoryRec-BRH.
   02 BranchHistoryKey-BRH  PIC X(11).
   02 FILLER                PIC X(86).

FD CustomerFile.
01 CustomerRec-CUS.
   02 CustomerKey-CUS       PIC X(5).
   02 FILLER                PIC X(81).

FD SubscriberFile.
01 SubscriberRec-SUB.
   02 SubscriberKey-SUB     PIC X(10).
   02 FILLER                PIC X(119).

FD BillPayerFile.
01 BillPayerRec-BPY.
   02 BillPayerKey-BPY      PIC X(10).
   02 FILLER                PIC X(107).

FD DisputeFile.
01 DisputeRec-DSP.
   02 DisputeKey-DSP        PIC X(13).
   02 FILLER                PIC X(76).

FD PrepaidFile.
01 PrepaidRec-PPB.
   02 PrepaidKey-PPB        PIC X(10).
   02 FILLER                PIC X(56).

FD SalesHistoryFile.
01 SalesHistoryRec-SHS.
   02 SalesHistoryKey-SHS   PIC X(13).
   02 FILLER                PIC X(8).

FD GuestFile.
01 GuestRec-GST.
   02 GuestKey-GST          PIC X(6).
   02 FILLER                PIC X(49).

FD FolioFile.
01 FolioRec-FOL.
   02 FolioKey-FOL          PIC X(6).
   02 FILLER                PIC X(58).

FD RoomFile.
01 RoomRec-RMS.
   02 RoomKey-RMS           PIC X(4).
   02 FILLER                PIC X(4).

FD FilmFile.
01 FilmRec-FLM.
   02 FilmKey-FLM           PIC X(9).
   02 FilmTitle-FLM         PIC X(40).
   02 DirectorId-FLM        PIC X(3).
   02 Genre-FLM             PIC X(10).
   02 FILLER                PIC X(13).

FD DirectorsFile.
01 DirectorsRec-DIR.
   02 DirectorKey-DIR       PIC X(3).
   02 DirectorSurname-DIR   PIC X(20).

FD BorrowerFile.
01 BorrowerRec-BOR.
   02 BorrowerKey-BOR       PIC X(5).
   02 FILLER                PIC X(37).

FD LoansFile.
01 LoansRec-LON.
   02 LoanKey-LON           PIC X(9).
   02 FILLER                PIC X(26).

FD PartsStockFile.
01 PartsStockRec-PRT.
   02 PartNum-PRT           PIC X(7).
   02 PartVehicle-PRT       PIC X(4).
   02 FILLER                PIC X(35).

FD VehicleFile.
01 VehicleRec-VEH.
   02 FILLER                PIC X(126).

FD JobFile.
01 JobRec-JOB.
   02 JobKey-JOB            PIC X(5).
   02 FILLER                PIC X(39).

FD SupplierFile.
01 SupplierRec-SUP.
   02 SupplierKey-SUP       PIC X(4).
   02 FILLER                PIC X(45).

FD MechanicFile.
01 MechanicRec-MEC.
   02 MechanicKey-MEC       PIC X(3).
   02 FILLER                PIC X(28).

FD PurchaseReqFile.
01 PurchaseReqRec-PRF.
   02 PRNumber-PRF          PIC X(4).
   02 LecturerName-PRF      PIC X(20).
   02 ReqBookNum-PRF        PIC X(4).
   02 FILLER                PIC X(12).

FD BookFile.
01 BookRec-BF.
   02 BookNum-BF            PIC X(4).
   02 BookPublisher-BF      PIC X(4).
   02 FILLER                PIC X(35).

FD PublisherFile.
01 PublisherRec-PF.
   02 PublisherNum-PF       PIC X(4).
   02 PublisherName-PF      PIC X(20).
   02 FILLER                PIC X(40).

FD RegisterFile.
01 RegisterRec.
   88 EndOfRegister          VALUE HIGH-VALUES.
   02 FileId-REG             PIC X(3).
   02 Generations-REG        PIC 99.

FD GenCatalogueFile.
01 GenCatalogueRec.
   88 EndOfGenCatalogue      VALUE HIGH-VALUES.
   02 FileId-GC              PIC X(3).
   02 GenNumber-GC           PIC 9(5).
   02 Slot-GC                PIC 99.
   02 GenDate-GC             PIC 9(8).
   02 GenTime-GC             PIC 9(6).
   02 GenFileName-GC         PIC X(20).
   02 RecordCount-GC         PIC 9(7).
   02 HashTotal-GC           PIC 9(15).

FD UnloadWorkFile.
01 WorkRec                   PIC X(208).
   88 EndOfWorkFile          VALUE HIGH-VALUES.
01 WorkHeaderRec.
   02 RecType-WH             PIC X.
   02 FileId-WH              PIC X(3).
   02 GenNumber-WH           PIC 9(5).
   02 GenDate-WH             PIC 9(8).
   02 GenTime-WH             PIC 9(6).
   02 MasterName-WH          PIC X(26).
01 WorkDetailRec.
   02 RecType-WD             PIC X.
   02 RelativeNum-WD         PIC 9(7).
   02 MasterData-WD          PIC X(200).
01 WorkTrailerRec.
   02 RecType-WT             PIC X.
   02 RecordCount-WT         PIC 9(7).
   02 HashTotal-WT           PIC 9(15).

FD GenerationFile.
01 GenerationRec             PIC X(208).

WORKING-STORAGE SECTION.
01 MasterStatus            PIC XX.
   88 MasterReadOK         VALUE "00", "02".
   88 MasterReadEnd        VALUE "10".
   88 MasterMissing        VALUE "35".
01 RegisterStatus          PIC XX.
   88 NoRegister           VALUE "35".
01 GenCatalogueStatus      PIC XX.
   88 NoGenCatalogueYet    VALUE "35".

01 VehicleNumKey           PIC 9(4).

01 GenerationFileName      PIC X(20).

*  The masters this run knows how to unload - file id, file name
*  and record length.
01 MasterTableValues.
   02 FILLER PIC X(32) VALUE "EMPEmployee.dat              063".
   02 FILLER PIC X(32) VALUE "SALListing7-12Salary.dat     026".
   02 FILLER PIC X(32) VALUE "LVEListing7-25Leave.dat      025".
   02 FILLER PIC X(32) VALUE "TRNListing7-28Training.dat   033".
   02 FILLER PIC X(32) VALUE "STKListing10-5Master.dat     071".
   02 FILLER PIC X(32) VALUE "SERListing10-35Serials.dat   119".
   02 FILLER PIC X(32) VALUE "BRNListing11-5Branches.dat   042".
   02 FILLER PIC X(32) VALUE "BRHListing11-3History.dat    097".
   02 FILLER PIC X(32) VALUE "CUSListing12-8Customers.dat  086".
   02 FILLER PIC X(32) VALUE "SUBListing14-11Subs.dat      129".
   02 FILLER PIC X(32) VALUE "BPYListing14-35Payers.dat    117".
   02 FILLER PIC X(32) VALUE "DSPListing14-29Disputes.dat  089".
   02 FILLER PIC X(32) VALUE "PPBListing14-33Prepaid.dat   066".
   02 FILLER PIC X(32) VALUE "SHSListing14-9History.dat    021".
   02 FILLER PIC X(32) VALUE "GSTListing14-25Guests.dat    055".
   02 FILLER PIC X(32) VALUE "FOLListing14-25Folios.dat    064".
   02 FILLER PIC X(32) VALUE "RMSListing14-46Rooms.dat     008".
   02 FILLER PIC X(32) VALUE "FLMListing17-7Films.DAT      075".
   02 FILLER PIC X(32) VALUE "DIRListing17-7Dir.DAT        023".
   02 FILLER PIC X(32) VALUE "BORListing17-13Borrowers.DAT 042".
   02 FILLER PIC X(32) VALUE "LONListing17-13Loans.DAT     035".
   02 FILLER PIC X(32) VALUE "PRTListing17-10Stock.DAT     046".
   02 FILLER PIC X(32) VALUE "VEHListing17-10Vehicle.DAT   126".
   02 FILLER PIC X(32) VALUE "JOBListing17-18Jobs.DAT      044".
   02 FILLER PIC X(32) VALUE "SUPListing17-31Suppliers.DAT 049".
   02 FILLER PIC X(32) VALUE "MECListing17-34Mechanics.DAT 031".
   02 FILLER PIC X(32) VALUE "PRFListing18-4-PRF.DAT       040".
   02 FILLER PIC X(32) VALUE "BF Listing18-4-BF.DAT        043".
   02 FILLER PIC X(32) VALUE "PF Listing18-4-PF.DAT        064".
01 MasterTable REDEFINES MasterTableValues.
   02 MasterEntry OCCURS 29 TIMES.
      03 MT-FileId          PIC X(3).
      03 MT-MasterName      PIC X(26).
      03 MT-RecordLength    PIC 999.
01 MasterIdx               PIC 99.
01 FoundMasterIdx          PIC 99.

01 RegisterTable.
   02 RegisterEntry OCCURS 40 TIMES.
      03 RG-FileId          PIC X(3).
      03 RG-MasterIdx       PIC 99.
      03 RG-Generations     PIC 99.
      03 RG-LastGen         PIC 9(5).
01 RegisterCount           PIC 99 VALUE ZERO.
01 RegisterIdx             PIC 99.
01 FoundRegisterIdx        PIC 99.

01 BackupDate              PIC 9(8).
01 BackupTime              PIC 9(6).

*  The master being unloaded.
01 CurrentFileId           PIC X(3).
01 GenNumber               PIC 9(5).
01 GenSlot                 PIC 99.
01 GenPrevious             PIC 9(5).
01 GenRings                PIC 9(5).
01 RecordLength            PIC 999.
01 MasterData              PIC X(200).
01 RelativeNum             PIC 9(7).
01 RecordsUnloaded         PIC 9(7).
01 HashTotal               PIC 9(15).
01 ByteIdx                 PIC 999.
01 FailReason              PIC X(30).
01 FILLER                  PIC X VALUE "y".
   88 UnloadClean          VALUE "y".
   88 UnloadFailed         VALUE "n".
01 FILLER                  PIC X VALUE "n".
   88 MasterAtEnd          VALUE "y".
   88 MoreMasterRecords    VALUE "n".

01 FilesSaved              PIC 99 VALUE ZERO.
01 FilesFailed             PIC 99 VALUE ZERO.

01 BackupLine.
   02 PrnFileId             PIC X(3).
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnVerdict            PIC X(5).
   02 FILLER                PIC X(5) VALUE " gen ".
   02 PrnGenNumber          PIC ZZZZ9.
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnGenFileName        PIC X(12).
   02 PrnRecordCount        PIC Z,ZZZ,ZZ9.
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnReason             PIC X(30).

PROCEDURE DIVISION.
Begin.
   MOVE FUNCTION CURRENT-DATE(1:8)  TO BackupDate
   MOVE FUNCTION CURRENT-DATE(9:6)  TO BackupTime
   PERFORM LoadRegister
   IF RegisterCount = ZERO
      DISPLAY "No masters registered for backup - nothing done."
      STOP RUN
   END-IF
   PERFORM LoadLastGenerations
   DISPLAY "***** MASTER FILE BACKUP - " BackupDate " "
           BackupTime " *****"
   PERFORM VARYING RegisterIdx FROM 1 BY 1
           UNTIL RegisterIdx > RegisterCount
      PERFORM BackupOneMaster
   END-PERFORM
   DISPLAY FilesSaved " master(s) saved to a new generation."
   IF FilesFailed NOT = ZERO
      DISPLAY FilesFailed " master(s) FAILED - their last good "
              "generation still stands; investigate before the "
              "online day."
   END-IF
   STOP RUN.

LoadRegister.
   OPEN INPUT RegisterFile
   IF NoRegister
      EXIT PARAGRAPH
   END-IF
   READ RegisterFile
      AT END SET EndOfRegister TO TRUE
   END-READ
   PERFORM UNTIL EndOfRegister
      PERFORM FindMaster
      EVALUATE TRUE
         WHEN FoundMasterIdx = ZERO
            DISPLAY "Register line " FileId-REG
                    " - not a master this run can unload."
         WHEN Generations-REG NOT NUMERIC
              OR Generations-REG = ZERO
            DISPLAY "Register line " FileId-REG
                    " - generations to keep must be 01 to 99."
         WHEN RegisterCount = 40
            DISPLAY "More than 40 registered masters - "
                    FileId-REG " not backed up."
         WHEN OTHER
            ADD 1 TO RegisterCount
            MOVE FileId-REG      TO RG-FileId(RegisterCount)
            MOVE FoundMasterIdx  TO RG-MasterIdx(RegisterCount)
            MOVE Generations-REG TO RG-Generations(RegisterCount)
            MOVE ZERO            TO RG-LastGen(RegisterCount)
      END-EVALUATE
      READ RegisterFile
         AT END SET EndOfRegister TO TRUE
      END-READ
   END-PERFORM
   CLOSE RegisterFile.

FindMaster.
   MOVE ZERO TO FoundMasterIdx
   PERFORM VARYING MasterIdx FROM 1 BY 1
           UNTIL MasterIdx > 29 OR FoundMasterIdx NOT = ZERO
      IF MT-FileId(MasterIdx) = FileId-REG
         MOVE MasterIdx TO FoundMasterIdx
      END-IF
   END-PERFORM.

LoadLastGenerations.
*  Generation numbers run on from the last one catalogued for the
*  master.
   OPEN INPUT GenCatalogueFile
   IF NoGenCatalogueYet
      EXIT PARAGRAPH
   END-IF
   READ GenCatalogueFile
      AT END SET EndOfGenCatalogue TO TRUE
   END-READ
   PERFORM UNTIL EndOfGenCatalogue
      MOVE ZERO TO FoundRegisterIdx
      PERFORM VARYING RegisterIdx FROM 1 BY 1
              UNTIL RegisterIdx > RegisterCount
                 OR FoundRegisterIdx NOT = ZERO
         IF RG-FileId(RegisterIdx) = FileId-GC
            MOVE RegisterIdx TO FoundRegisterIdx
         END-IF
      END-PERFORM
      IF FoundRegisterIdx NOT = ZERO
         IF GenNumber-GC > RG-LastGen(FoundRegisterIdx)
            MOVE GenNumber-GC TO RG-LastGen(FoundRegisterIdx)
         END-IF
      END-IF
      READ GenCatalogueFile
         AT END SET EndOfGenCatalogue TO TRUE
      END-READ
   END-PERFORM
   CLOSE GenCatalogueFile.

BackupOneMaster.
   MOVE RG-FileId(RegisterIdx) TO CurrentFileId
   MOVE RG-MasterIdx(RegisterIdx) TO MasterIdx
   MOVE MT-RecordLength(MasterIdx) TO RecordLength
   SET UnloadClean TO TRUE
   SET MoreMasterRecords TO TRUE
   MOVE SPACES TO FailReason
   MOVE ZERO TO RecordsUnloaded, HashTotal, RelativeNum
*  The new generation goes into the ring slot after the last one.
   COMPUTE GenNumber = RG-LastGen(RegisterIdx) + 1
   MOVE RG-LastGen(RegisterIdx) TO GenPrevious
   DIVIDE GenPrevious BY RG-Generations(RegisterIdx)
          GIVING GenRings REMAINDER GenSlot
   ADD 1 TO GenSlot
   MOVE SPACES TO GenerationFileName
   STRING FUNCTION TRIM(CurrentFileId) "-G" GenSlot ".BKP"
          DELIMITED BY SIZE INTO GenerationFileName
   OPEN OUTPUT UnloadWorkFile
   MOVE SPACES                   TO WorkHeaderRec
   MOVE "H"                      TO RecType-WH
   MOVE CurrentFileId            TO FileId-WH
   MOVE GenNumber                TO GenNumber-WH
   MOVE BackupDate               TO GenDate-WH
   MOVE BackupTime               TO GenTime-WH
   MOVE MT-MasterName(MasterIdx) TO MasterName-WH
   WRITE WorkHeaderRec
   EVALUATE CurrentFileId
      WHEN "EMP" PERFORM UnloadEmployeeFile
      WHEN "SAL" PERFORM UnloadSalaryFile
      WHEN "LVE" PERFORM UnloadLeaveFile
      WHEN "TRN" PERFORM UnloadTrainingFile
      WHEN "STK" PERFORM UnloadMasterStockFile
      WHEN "SER" PERFORM UnloadSerialFile
      WHEN "BRN" PERFORM UnloadBranchFile
      WHEN "BRH" PERFORM UnloadBranchHistoryFile
      WHEN "CUS" PERFORM UnloadCustomerFile
      WHEN "SUB" PERFORM UnloadSubscriberFile
      WHEN "BPY" PERFORM UnloadBillPayerFile
      WHEN "DSP" PERFORM UnloadDisputeFile
      WHEN "PPB" PERFORM UnloadPrepaidFile
      WHEN "SHS" PERFORM UnloadSalesHistoryFile
      WHEN "GST" PERFORM UnloadGuestFile
      WHEN "FOL" PERFORM UnloadFolioFile
      WHEN "RMS" PERFORM UnloadRoomFile
      WHEN "FLM" PERFORM UnloadFilmFile
      WHEN "DIR" PERFORM UnloadDirectorsFile
      WHEN "BOR" PERFORM UnloadBorrowerFile
      WHEN "LON" PERFORM UnloadLoansFile
      WHEN "PRT" PERFORM UnloadPartsStockFile
      WHEN "VEH" PERFORM UnloadVehicleFile
      WHEN "JOB" PERFORM UnloadJobFile
      WHEN "SUP" PERFORM UnloadSupplierFile
      WHEN "MEC" PERFORM UnloadMechanicFile
      WHEN "PRF" PERFORM UnloadPurchaseReqFile
      WHEN "BF " PERFORM UnloadBookFile
      WHEN "PF " PERFORM UnloadPublisherFile
   END-EVALUATE
   MOVE "T"             TO RecType-WT
   MOVE RecordsUnloaded TO RecordCount-WT
   MOVE HashTotal       TO HashTotal-WT
   WRITE WorkTrailerRec
   CLOSE UnloadWorkFile
   IF UnloadClean
      PERFORM CopyWorkToGeneration
      PERFORM RecordGeneration
      MOVE GenNumber TO RG-LastGen(RegisterIdx)
      MOVE "SAVED" TO PrnVerdict
      ADD 1 TO FilesSaved
   ELSE
      MOVE "FAIL"  TO PrnVerdict
      ADD 1 TO FilesFailed
   END-IF
   MOVE CurrentFileId      TO PrnFileId
   MOVE GenNumber          TO PrnGenNumber
   MOVE GenerationFileName TO PrnGenFileName
   MOVE RecordsUnloaded    TO PrnRecordCount
   MOVE FailReason         TO PrnReason
   DISPLAY BackupLine.

CheckMasterRead.
   IF MasterReadEnd
      SET MasterAtEnd TO TRUE
   ELSE
      IF NOT MasterReadOK
         SET UnloadFailed TO TRUE
         SET MasterAtEnd TO TRUE
         MOVE SPACES TO FailReason
         STRING "unreadable record, status " MasterStatus
                DELIMITED BY SIZE INTO FailReason
      END-IF
   END-IF.

MissingMaster.
   SET UnloadFailed TO TRUE
   MOVE "master file missing" TO FailReason.

WriteUnloadRecord.
   ADD 1 TO RecordsUnloaded
   PERFORM AddRecordToHash
   MOVE "D"         TO RecType-WD
   MOVE RelativeNum TO RelativeNum-WD
   MOVE MasterData  TO MasterData-WD
   WRITE WorkDetailRec.

AddRecordToHash.
   ADD RelativeNum TO HashTotal
   PERFORM VARYING ByteIdx FROM 1 BY 1 UNTIL ByteIdx > RecordLength
      COMPUTE HashTotal = HashTotal
              + (FUNCTION ORD(MasterData(ByteIdx:1)) - 1) * ByteIdx
   END-PERFORM.

CopyWorkToGeneration.
   OPEN INPUT UnloadWorkFile
   OPEN OUTPUT GenerationFile
   READ UnloadWorkFile
      AT END SET EndOfWorkFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfWorkFile
      WRITE GenerationRec FROM WorkRec
      READ UnloadWorkFile
         AT END SET EndOfWorkFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE UnloadWorkFile, GenerationFile.

RecordGeneration.
   OPEN EXTEND GenCatalogueFile
   IF NoGenCatalogueYet
      OPEN OUTPUT GenCatalogueFile
   END-IF
   MOVE CurrentFileId      TO FileId-GC
   MOVE GenNumber          TO GenNumber-GC
   MOVE GenSlot            TO Slot-GC
   MOVE BackupDate         TO GenDate-GC
   MOVE BackupTime         TO GenTime-GC
   MOVE GenerationFileName TO GenFileName-GC
   MOVE RecordsUnloaded    TO RecordCount-GC
   MOVE HashTotal          TO HashTotal-GC
   WRITE GenCatalogueRec
   CLOSE GenCatalogueFile.

UnloadEmployeeFile.
   OPEN INPUT EmployeeFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ EmployeeFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE EmployeeRec-EMP TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE EmployeeFile
   END-IF.

UnloadSalaryFile.
   OPEN INPUT SalaryFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ SalaryFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE SalaryRec-SAL TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE SalaryFile
   END-IF.

UnloadLeaveFile.
   OPEN INPUT LeaveFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ LeaveFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE LeaveRec-LVE TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE LeaveFile
   END-IF.

UnloadTrainingFile.
   OPEN INPUT TrainingFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ TrainingFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE TrainingRec-TRN TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE TrainingFile
   END-IF.

UnloadMasterStockFile.
   OPEN INPUT MasterStockFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ MasterStockFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE MasterStockRec-STK TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE MasterStockFile
   END-IF.

UnloadSerialFile.
   OPEN INPUT SerialFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ SerialFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE SerialRec-SER TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE SerialFile
   END-IF.

UnloadBranchFile.
   OPEN INPUT BranchFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ BranchFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE BranchRec-BRN TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE BranchFile
   END-IF.

UnloadBranchHistoryFile.
   OPEN INPUT BranchHistoryFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ BranchHistoryFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE BranchHistoryRec-BRH TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE BranchHistoryFile
   END-IF.

UnloadCustomerFile.
   OPEN INPUT CustomerFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ CustomerFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE CustomerRec-CUS TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE CustomerFile
   END-IF.

UnloadSubscriberFile.
   OPEN INPUT SubscriberFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ SubscriberFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE SubscriberRec-SUB TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE SubscriberFile
   END-IF.

UnloadBillPayerFile.
   OPEN INPUT BillPayerFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ BillPayerFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE BillPayerRec-BPY TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE BillPayerFile
   END-IF.

UnloadDisputeFile.
   OPEN INPUT DisputeFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ DisputeFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE DisputeRec-DSP TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE DisputeFile
   END-IF.

UnloadPrepaidFile.
   OPEN INPUT PrepaidFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ PrepaidFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE PrepaidRec-PPB TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE PrepaidFile
   END-IF.

UnloadSalesHistoryFile.
   OPEN INPUT SalesHistoryFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ SalesHistoryFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE SalesHistoryRec-SHS TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE SalesHistoryFile
   END-IF.

UnloadGuestFile.
   OPEN INPUT GuestFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ GuestFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE GuestRec-GST TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE GuestFile
   END-IF.

UnloadFolioFile.
   OPEN INPUT FolioFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ FolioFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE FolioRec-FOL TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE FolioFile
   END-IF.

UnloadRoomFile.
   OPEN INPUT RoomFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ RoomFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE RoomRec-RMS TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE RoomFile
   END-IF.

UnloadFilmFile.
   OPEN INPUT FilmFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ FilmFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE FilmRec-FLM TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE FilmFile
   END-IF.

UnloadDirectorsFile.
   OPEN INPUT DirectorsFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ DirectorsFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE DirectorsRec-DIR TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE DirectorsFile
   END-IF.

UnloadBorrowerFile.
   OPEN INPUT BorrowerFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ BorrowerFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE BorrowerRec-BOR TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE BorrowerFile
   END-IF.

UnloadLoansFile.
   OPEN INPUT LoansFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ LoansFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE LoansRec-LON TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE LoansFile
   END-IF.

UnloadPartsStockFile.
   OPEN INPUT PartsStockFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ PartsStockFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE PartsStockRec-PRT TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE PartsStockFile
   END-IF.

UnloadVehicleFile.
   OPEN INPUT VehicleFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ VehicleFile NEXT RECORD
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE VehicleNumKey TO RelativeNum
            MOVE VehicleRec-VEH TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE VehicleFile
   END-IF.

UnloadJobFile.
   OPEN INPUT JobFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ JobFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE JobRec-JOB TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE JobFile
   END-IF.

UnloadSupplierFile.
   OPEN INPUT SupplierFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ SupplierFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE SupplierRec-SUP TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE SupplierFile
   END-IF.

UnloadMechanicFile.
   OPEN INPUT MechanicFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ MechanicFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE MechanicRec-MEC TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE MechanicFile
   END-IF.

UnloadPurchaseReqFile.
   OPEN INPUT PurchaseReqFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ PurchaseReqFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE PurchaseReqRec-PRF TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE PurchaseReqFile
   END-IF.

UnloadBookFile.
   OPEN INPUT BookFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ BookFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE BookRec-BF TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE BookFile
   END-IF.

UnloadPublisherFile.
   OPEN INPUT PublisherFile
   IF MasterMissing
      PERFORM MissingMaster
   ELSE
      PERFORM UNTIL MasterAtEnd
         READ PublisherFile
            AT END CONTINUE
         END-READ
         PERFORM CheckMasterRead
         IF NOT MasterAtEnd
            MOVE PublisherRec-PF TO MasterData
            PERFORM WriteUnloadRecord
         END-IF
      END-PERFORM
      CLOSE PublisherFile
   END-IF.
