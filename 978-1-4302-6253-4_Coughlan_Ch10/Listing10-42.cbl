IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing10-42.
AUTHOR. Michael Coughlan
* Restore of an indexed or relative master file from a backup
* generation written by Listing10-41.
* The run is level-3 only and is logged (RESTORE).  The operator
* names the master by its backup file id, is shown the generations
* on hand from the generation catalogue (Listing10-41Gens.dat),
* newest first, and picks one; then:
*   - the generation file is read through before anything is
*     touched - its header must name the master and generation, and
*     its trailer must agree both with the catalogue and with the
*     records actually in the file; a damaged generation is refused;
*   - the operator confirms, and the master is rebuilt in its own
*     organisation from the generation - an indexed file loaded in
*     key order, a relative file's records back in their own slots;
*   - the rebuilt master is read back as the integrity certifier
*     (Listing10-16) reads it - every record readable and the keys
*     strictly ascending - and its record count and hash total must
*     equal those recorded for the generation;
*   - the certifier's last certificate for the file
*     (Listing10-16Cert.dat) is shown beside the restored count, so
*     the records changed since the file was last certified are
*     known before it goes back into use.
* Only a master that passes every check can be released.  Releasing
* sets the certifier's expected count (VerifyCounts.dat) to the
* restored count, so the next certification checks the file against
* what was restored instead of reporting the restore as drift.  A
* master that fails, or that the operator holds back, must not be
* used until it is restored again.  Every restore - refused, failed,
* held or released - is written to the restore log
* (Listing10-42Log.dat).

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
          ACCESS MODE IS DYNAMIC
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

   SELECT GenCatalogueFile ASSIGN TO "Listing10-41Gens.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GenCatalogueStatus.

   SELECT GenerationFile ASSIGN TO GenerationFileName
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS GenerationStatus.

   SELECT CertificateFile ASSIGN TO "Listing10-16Cert.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CertificateStatus.

   SELECT VerifyCountsFile ASSIGN TO "VerifyCounts.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS VerifyCountsStatus.

   SELECT RestoreLogFile ASSIGN TO "Listing10-42Log.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RestoreLogStatus.

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

FD GenerationFile.
01 GenHeaderRec.
   88 EndOfGeneration        VALUE HIGH-VALUES.
   02 RecType-GEN            PIC X.
      88 GenHeader           VALUE "H".
      88 GenDetail           VALUE "D".
      88 GenTrailer          VALUE "T".
   02 FileId-GH              PIC X(3).
   02 GenNumber-GH           PIC 9(5).
   02 GenDate-GH             PIC 9(8).
   02 GenTime-GH             PIC 9(6).
   02 MasterName-GH          PIC X(26).
01 GenDetailRec.
   02 FILLER                 PIC X.
   02 RelativeNum-GD         PIC 9(7).
   02 MasterData-GD          PIC X(200).
01 GenTrailerRec.
   02 FILLER                 PIC X.
   02 RecordCount-GT         PIC 9(7).
   02 HashTotal-GT           PIC 9(15).

FD CertificateFile.
01 CertificateRec.
   88 EndOfCertificates      VALUE HIGH-VALUES.
   02 VerifyDate-CERT        PIC 9(8).
   02 FILLER                 PIC X.
   02 FileId-CERT            PIC X(3).
   02 FILLER                 PIC X.
   02 Verdict-CERT           PIC X(4).
   02 FILLER                 PIC X.
   02 RecordCount-CERT       PIC 9(6).
   02 FILLER                 PIC X.
   02 Reason-CERT            PIC X(34).

FD VerifyCountsFile.
01 VerifyCountsRec.
   88 EndOfVerifyCounts      VALUE HIGH-VALUES.
   02 FileId-VC              PIC X(3).
   02 ExpectedCount-VC       PIC 9(6).

FD RestoreLogFile.
01 RestoreLogRec.
   02 RestoreDate-RL         PIC 9(8).
   02 RestoreTime-RL         PIC 9(6).
   02 OperatorId-RL          PIC X(4).
   02 FileId-RL              PIC X(3).
   02 GenNumber-RL           PIC 9(5).
   02 RecordCount-RL         PIC 9(7).
   02 Outcome-RL             PIC X(8).
   02 Reason-RL              PIC X(40).

WORKING-STORAGE SECTION.
01 MasterStatus            PIC XX.
   88 MasterOpened         VALUE "00".
   88 MasterReadOK         VALUE "00", "02".
   88 MasterReadEnd        VALUE "10".
01 GenCatalogueStatus      PIC XX.
   88 NoGenCatalogue       VALUE "35".
01 GenerationStatus        PIC XX.
   88 GenerationOpened     VALUE "00".
01 CertificateStatus       PIC XX.
   88 NoCertificates       VALUE "35".
01 VerifyCountsStatus      PIC XX.
   88 NoVerifyCountsFile   VALUE "35".
01 RestoreLogStatus        PIC XX.
   88 NoRestoreLogYet      VALUE "35".

01 SignOnOperatorId        PIC X(4).
01 SignOnProgramName       PIC X(12) VALUE "Listing10-42".
01 OperatorPermission      PIC 9.
   88 RestoreAllowed       VALUE 3.
01 LogActionName           PIC X(8) VALUE "RESTORE".

01 VehicleNumKey           PIC 9(4).

01 GenerationFileName      PIC X(20).

*  The masters this run knows how to rebuild - file id, file name
*  and record length, as Listing10-41 holds them.
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

*  The generations on hand for the master - the latest catalogued
*  in each ring slot.
01 SlotTable.
   02 SlotEntry OCCURS 99 TIMES.
      03 GS-GenNumber       PIC 9(5).
      03 GS-GenDate         PIC 9(8).
      03 GS-GenTime         PIC 9(6).
      03 GS-FileName        PIC X(20).
      03 GS-RecordCount     PIC 9(7).
      03 GS-HashTotal       PIC 9(15).
01 SlotIdx                 PIC 999.
01 FoundSlotIdx            PIC 99.
01 GenerationsOnHand       PIC 99 VALUE ZERO.
01 LastGenNumber           PIC 9(5) VALUE ZERO.
01 ListGenNumber           PIC 9(5).

01 EnteredFileId           PIC X(3).
01 EnteredGen              PIC 9(5).
01 ConfirmAnswer           PIC X.
   88 OperatorConfirms     VALUE "Y", "y".

01 RestoreDate             PIC 9(8).
01 RestoreTime             PIC 9(6).

*  The master being restored.
01 CurrentFileId           PIC X(3).
01 RecordLength            PIC 999.
01 MasterData              PIC X(200).
01 RelativeNum             PIC 9(7).
01 RecordCount             PIC 9(7).
01 HashTotal               PIC 9(15).
01 ByteIdx                 PIC 999.
01 CurrentKey              PIC X(30).
01 PreviousKey             PIC X(30).
01 FailReason              PIC X(40).
01 Outcome                 PIC X(8).
01 FILLER                  PIC X VALUE "y".
   88 RestoreClean         VALUE "y".
   88 RestoreFailed        VALUE "n".
01 FILLER                  PIC X VALUE "n".
   88 MasterAtEnd          VALUE "y".
   88 MoreMasterRecords    VALUE "n".
01 FILLER                  PIC X VALUE "n".
   88 GenerationDone       VALUE "y".
   88 MoreGenerationRecs   VALUE "n".

01 FILLER                  PIC X VALUE "n".
   88 CertificateFound     VALUE "y".
   88 NoCertificateFound   VALUE "n".
01 CertifiedDate           PIC 9(8).
01 CertifiedVerdict        PIC X(4).
   88 CertifiedClean       VALUE "PASS", "WARN".
01 CertifiedCount          PIC 9(6).
01 CountDifference         PIC S9(7).

01 ExpectedCountsTable.
   02 ExpectedEntry OCCURS 20 TIMES.
      03 EC-FileId          PIC X(3).
      03 EC-Count           PIC 9(6).
01 ExpectedCount           PIC 99 VALUE ZERO.
01 ExpectedIdx             PIC 99.
01 FoundExpectedIdx        PIC 99.

01 GenerationLine.
   02 FILLER                PIC X(4) VALUE "Gen ".
   02 PrnGenNumber          PIC ZZZZ9.
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnGenDate            PIC 9(8).
   02 FILLER                PIC X VALUE SPACE.
   02 PrnGenTime            PIC 9(6).
   02 FILLER                PIC X(2) VALUE SPACES.
   02 PrnGenFileName        PIC X(12).
   02 PrnGenCount           PIC Z,ZZZ,ZZ9.
   02 FILLER                PIC X(8) VALUE " records".

01 PrnCount                PIC Z,ZZZ,ZZ9.
01 PrnDifference           PIC -,---,--9.

PROCEDURE DIVISION.
Begin.
   DISPLAY "Restore a master file from a backup generation"
   CALL "SignOnOperator" USING SignOnProgramName, SignOnOperatorId,
                               OperatorPermission
   IF NOT RestoreAllowed
      DISPLAY "Restoring a master file needs permission level 3."
      STOP RUN
   END-IF
   MOVE FUNCTION CURRENT-DATE(1:8) TO RestoreDate
   MOVE FUNCTION CURRENT-DATE(9:6) TO RestoreTime
   PERFORM GetMasterFileId
   PERFORM ListGenerations
   IF GenerationsOnHand = ZERO
      DISPLAY "No backup generations on hand for " CurrentFileId
      STOP RUN
   END-IF
   PERFORM GetGeneration
   IF FoundSlotIdx = ZERO
      DISPLAY "Nothing restored."
      STOP RUN
   END-IF
   SET RestoreClean TO TRUE
   MOVE SPACES TO FailReason
   PERFORM CheckGenerationFile
   IF RestoreFailed
      DISPLAY "Generation refused - " FailReason
      DISPLAY "The master has not been touched; choose another "
              "generation."
      MOVE "REFUSED" TO Outcome
      PERFORM FinishRestore
      STOP RUN
   END-IF
   DISPLAY "Rebuild " MT-MasterName(MasterIdx)
   DISPLAY "from generation " PrnGenNumber " - every record now on "
           "the file is replaced (Y/N) - " WITH NO ADVANCING
   ACCEPT ConfirmAnswer
   IF NOT OperatorConfirms
      DISPLAY "Nothing restored."
      STOP RUN
   END-IF
   PERFORM ReloadMaster
   IF RestoreClean
      PERFORM VerifyRestoredMaster
   END-IF
   IF RestoreFailed
      DISPLAY "Restore FAILED - " FailReason
      DISPLAY "Do not use " MT-MasterName(MasterIdx)
              " until it has been restored again."
      MOVE "FAILED" TO Outcome
      PERFORM FinishRestore
      STOP RUN
   END-IF
   MOVE RecordCount TO PrnCount
   DISPLAY "Restored and verified - " PrnCount " records, count "
           "and hash total agree with the generation."
   PERFORM ShowLastCertificate
   DISPLAY "Release the restored master for use (Y/N) - "
           WITH NO ADVANCING
   ACCEPT ConfirmAnswer
   IF OperatorConfirms
      PERFORM SetExpectedCount
      MOVE "RELEASED" TO Outcome
      DISPLAY MT-MasterName(MasterIdx) " released."
   ELSE
      MOVE "HELD" TO Outcome
      MOVE "not released by the operator" TO FailReason
      DISPLAY MT-MasterName(MasterIdx) " held - not to be used "
              "until it is released by a restore."
   END-IF
   PERFORM FinishRestore
   STOP RUN.

GetMasterFileId.
   MOVE ZERO TO FoundMasterIdx
   PERFORM UNTIL FoundMasterIdx NOT = ZERO
      DISPLAY "Master file id (EMP, STK, SUB, FLM ...) - "
              WITH NO ADVANCING
      MOVE SPACES TO EnteredFileId
      ACCEPT EnteredFileId
      MOVE FUNCTION UPPER-CASE(EnteredFileId) TO CurrentFileId
      PERFORM VARYING MasterIdx FROM 1 BY 1
              UNTIL MasterIdx > 29 OR FoundMasterIdx NOT = ZERO
         IF MT-FileId(MasterIdx) = CurrentFileId
            MOVE MasterIdx TO FoundMasterIdx
         END-IF
      END-PERFORM
      IF FoundMasterIdx = ZERO
         DISPLAY "Not a master this run can restore - "
                 EnteredFileId
      END-IF
   END-PERFORM
   MOVE FoundMasterIdx TO MasterIdx
   MOVE MT-RecordLength(MasterIdx) TO RecordLength.

ListGenerations.
*  A ring slot reused by a later generation holds only that later
*  one, so the latest catalogued in each slot is what is on hand.
   PERFORM VARYING SlotIdx FROM 1 BY 1 UNTIL SlotIdx > 99
      MOVE ZERO TO GS-GenNumber(SlotIdx)
   END-PERFORM
   OPEN INPUT GenCatalogueFile
   IF NoGenCatalogue
      EXIT PARAGRAPH
   END-IF
   READ GenCatalogueFile
      AT END SET EndOfGenCatalogue TO TRUE
   END-READ
   PERFORM UNTIL EndOfGenCatalogue
      IF FileId-GC = CurrentFileId
         IF GenNumber-GC > GS-GenNumber(Slot-GC)
            MOVE GenNumber-GC   TO GS-GenNumber(Slot-GC)
            MOVE GenDate-GC     TO GS-GenDate(Slot-GC)
            MOVE GenTime-GC     TO GS-GenTime(Slot-GC)
            MOVE GenFileName-GC TO GS-FileName(Slot-GC)
            MOVE RecordCount-GC TO GS-RecordCount(Slot-GC)
            MOVE HashTotal-GC   TO GS-HashTotal(Slot-GC)
         END-IF
         IF GenNumber-GC > LastGenNumber
            MOVE GenNumber-GC TO LastGenNumber
         END-IF
      END-IF
      READ GenCatalogueFile
         AT END SET EndOfGenCatalogue TO TRUE
      END-READ
   END-PERFORM
   CLOSE GenCatalogueFile
   PERFORM VARYING SlotIdx FROM 1 BY 1 UNTIL SlotIdx > 99
      IF GS-GenNumber(SlotIdx) NOT = ZERO
         ADD 1 TO GenerationsOnHand
      END-IF
   END-PERFORM
   IF GenerationsOnHand = ZERO
      EXIT PARAGRAPH
   END-IF
   DISPLAY "Generations on hand for " CurrentFileId " - "
           MT-MasterName(MasterIdx)
   PERFORM VARYING ListGenNumber FROM LastGenNumber BY -1
           UNTIL ListGenNumber = ZERO
      PERFORM FindGenerationSlot
      IF FoundSlotIdx NOT = ZERO
         PERFORM ShowGeneration
      END-IF
   END-PERFORM.

FindGenerationSlot.
   MOVE ZERO TO FoundSlotIdx
   PERFORM VARYING SlotIdx FROM 1 BY 1
           UNTIL SlotIdx > 99 OR FoundSlotIdx NOT = ZERO
      IF GS-GenNumber(SlotIdx) = ListGenNumber
         MOVE SlotIdx TO FoundSlotIdx
      END-IF
   END-PERFORM.

ShowGeneration.
   MOVE GS-GenNumber(FoundSlotIdx)   TO PrnGenNumber
   MOVE GS-GenDate(FoundSlotIdx)     TO PrnGenDate
   MOVE GS-GenTime(FoundSlotIdx)     TO PrnGenTime
   MOVE GS-FileName(FoundSlotIdx)    TO PrnGenFileName
   MOVE GS-RecordCount(FoundSlotIdx) TO PrnGenCount
   DISPLAY GenerationLine.

GetGeneration.
*  Generation 0 leaves without restoring anything.
   MOVE ZERO TO FoundSlotIdx
   PERFORM UNTIL FoundSlotIdx NOT = ZERO
      DISPLAY "Generation to restore (0 to quit) - "
              WITH NO ADVANCING
      MOVE ZERO TO EnteredGen
      ACCEPT EnteredGen
      IF EnteredGen = ZERO
         EXIT PARAGRAPH
      END-IF
      MOVE EnteredGen TO ListGenNumber
      PERFORM FindGenerationSlot
      IF FoundSlotIdx = ZERO
         DISPLAY "Generation " EnteredGen " is not on hand."
      END-IF
   END-PERFORM
   PERFORM ShowGeneration.

CheckGenerationFile.
*  The whole generation is read and totalled before the master is
*  touched.
   MOVE GS-FileName(FoundSlotIdx) TO GenerationFileName
   OPEN INPUT GenerationFile
   IF NOT GenerationOpened
      SET RestoreFailed TO TRUE
      MOVE "generation file missing" TO FailReason
      EXIT PARAGRAPH
   END-IF
   MOVE ZERO TO RecordCount, HashTotal
   SET MoreGenerationRecs TO TRUE
   READ GenerationFile
      AT END SET EndOfGeneration TO TRUE
   END-READ
   IF NOT GenHeader
      OR FileId-GH NOT = CurrentFileId
      OR GenNumber-GH NOT = GS-GenNumber(FoundSlotIdx)
      SET RestoreFailed TO TRUE
      MOVE "header does not match catalogue" TO FailReason
      CLOSE GenerationFile
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL GenerationDone
      READ GenerationFile
         AT END SET EndOfGeneration TO TRUE
      END-READ
      EVALUATE TRUE
         WHEN EndOfGeneration
            SET RestoreFailed TO TRUE
            MOVE "trailer missing - file cut short" TO FailReason
            SET GenerationDone TO TRUE
         WHEN GenDetail
            ADD 1 TO RecordCount
            MOVE RelativeNum-GD TO RelativeNum
            MOVE MasterData-GD  TO MasterData
            PERFORM AddRecordToHash
         WHEN GenTrailer
            SET GenerationDone TO TRUE
            IF RecordCount-GT NOT = RecordCount
               OR HashTotal-GT NOT = HashTotal
               SET RestoreFailed TO TRUE
               MOVE "records do not agree with trailer"
                    TO FailReason
            END-IF
            IF RecordCount-GT NOT = GS-RecordCount(FoundSlotIdx)
               OR HashTotal-GT NOT = GS-HashTotal(FoundSlotIdx)
               SET RestoreFailed TO TRUE
               MOVE "trailer does not agree with catalogue"
                    TO FailReason
            END-IF
         WHEN OTHER
            SET RestoreFailed TO TRUE
            MOVE "unrecognised record in generation" TO FailReason
            SET GenerationDone TO TRUE
      END-EVALUATE
   END-PERFORM
   CLOSE GenerationFile.

AddRecordToHash.
*  The same hash total Listing10-41 records.
   ADD RelativeNum TO HashTotal
   PERFORM VARYING ByteIdx FROM 1 BY 1 UNTIL ByteIdx > RecordLength
      COMPUTE HashTotal = HashTotal
              + (FUNCTION ORD(MasterData(ByteIdx:1)) - 1) * ByteIdx
   END-PERFORM.

ReloadMaster.
   OPEN INPUT GenerationFile
   READ GenerationFile
      AT END SET EndOfGeneration TO TRUE
   END-READ
   SET MoreGenerationRecs TO TRUE
   MOVE ZERO TO RecordCount
   EVALUATE CurrentFileId
      WHEN "EMP" PERFORM ReloadEmployeeFile
      WHEN "SAL" PERFORM ReloadSalaryFile
      WHEN "LVE" PERFORM ReloadLeaveFile
      WHEN "TRN" PERFORM ReloadTrainingFile
      WHEN "STK" PERFORM ReloadMasterStockFile
      WHEN "SER" PERFORM ReloadSerialFile
      WHEN "BRN" PERFORM ReloadBranchFile
      WHEN "BRH" PERFORM ReloadBranchHistoryFile
      WHEN "CUS" PERFORM ReloadCustomerFile
      WHEN "SUB" PERFORM ReloadSubscriberFile
      WHEN "BPY" PERFORM ReloadBillPayerFile
      WHEN "DSP" PERFORM ReloadDisputeFile
      WHEN "PPB" PERFORM ReloadPrepaidFile
      WHEN "SHS" PERFORM ReloadSalesHistoryFile
      WHEN "GST" PERFORM ReloadGuestFile
      WHEN "FOL" PERFORM ReloadFolioFile
      WHEN "RMS" PERFORM ReloadRoomFile
      WHEN "FLM" PERFORM ReloadFilmFile
      WHEN "DIR" PERFORM ReloadDirectorsFile
      WHEN "BOR" PERFORM ReloadBorrowerFile
      WHEN "LON" PERFORM ReloadLoansFile
      WHEN "PRT" PERFORM ReloadPartsStockFile
      WHEN "VEH" PERFORM ReloadVehicleFile
      WHEN "JOB" PERFORM ReloadJobFile
      WHEN "SUP" PERFORM ReloadSupplierFile
      WHEN "MEC" PERFORM ReloadMechanicFile
      WHEN "PRF" PERFORM ReloadPurchaseReqFile
      WHEN "BF " PERFORM ReloadBookFile
      WHEN "PF " PERFORM ReloadPublisherFile
   END-EVALUATE
   CLOSE GenerationFile.

ReadGenerationDetail.
   READ GenerationFile
      AT END SET GenerationDone TO TRUE
   END-READ
   IF NOT GenDetail
      SET GenerationDone TO TRUE
   END-IF.

MasterWontOpen.
   SET RestoreFailed TO TRUE
   MOVE SPACES TO FailReason
   STRING "master will not open, status " MasterStatus
          DELIMITED BY SIZE INTO FailReason.

ReloadWriteRefused.
   SET RestoreFailed TO TRUE
   SET GenerationDone TO TRUE
   MOVE SPACES TO FailReason
   STRING "reload write refused, status " MasterStatus
          DELIMITED BY SIZE INTO FailReason.

VerifyRestoredMaster.
   SET MoreMasterRecords TO TRUE
   MOVE ZERO TO RecordCount, HashTotal, RelativeNum
   MOVE LOW-VALUES TO PreviousKey
   EVALUATE CurrentFileId
      WHEN "EMP" PERFORM VerifyEmployeeFile
      WHEN "SAL" PERFORM VerifySalaryFile
      WHEN "LVE" PERFORM VerifyLeaveFile
      WHEN "TRN" PERFORM VerifyTrainingFile
      WHEN "STK" PERFORM VerifyMasterStockFile
      WHEN "SER" PERFORM VerifySerialFile
      WHEN "BRN" PERFORM VerifyBranchFile
      WHEN "BRH" PERFORM VerifyBranchHistoryFile
      WHEN "CUS" PERFORM VerifyCustomerFile
      WHEN "SUB" PERFORM VerifySubscriberFile
      WHEN "BPY" PERFORM VerifyBillPayerFile
      WHEN "DSP" PERFORM VerifyDisputeFile
      WHEN "PPB" PERFORM VerifyPrepaidFile
      WHEN "SHS" PERFORM VerifySalesHistoryFile
      WHEN "GST" PERFORM VerifyGuestFile
      WHEN "FOL" PERFORM VerifyFolioFile
      WHEN "RMS" PERFORM VerifyRoomFile
      WHEN "FLM" PERFORM VerifyFilmFile
      WHEN "DIR" PERFORM VerifyDirectorsFile
      WHEN "BOR" PERFORM VerifyBorrowerFile
      WHEN "LON" PERFORM VerifyLoansFile
      WHEN "PRT" PERFORM VerifyPartsStockFile
      WHEN "VEH" PERFORM VerifyVehicleFile
      WHEN "JOB" PERFORM VerifyJobFile
      WHEN "SUP" PERFORM VerifySupplierFile
      WHEN "MEC" PERFORM VerifyMechanicFile
      WHEN "PRF" PERFORM VerifyPurchaseReqFile
      WHEN "BF " PERFORM VerifyBookFile
      WHEN "PF " PERFORM VerifyPublisherFile
   END-EVALUATE
   IF RestoreClean
      IF RecordCount NOT = GS-RecordCount(FoundSlotIdx)
         SET RestoreFailed TO TRUE
         MOVE "record count differs from backup" TO FailReason
      ELSE
         IF HashTotal NOT = GS-HashTotal(FoundSlotIdx)
            SET RestoreFailed TO TRUE
            MOVE "hash total differs from backup" TO FailReason
         END-IF
      END-IF
   END-IF.

CheckMasterRead.
   IF MasterReadEnd
      SET MasterAtEnd TO TRUE
   ELSE
      IF NOT MasterReadOK
         SET RestoreFailed TO TRUE
         SET MasterAtEnd TO TRUE
         MOVE SPACES TO FailReason
         STRING "unreadable record, status " MasterStatus
                DELIMITED BY SIZE INTO FailReason
      END-IF
   END-IF.

CheckOneRecord.
*  Keys must strictly ascend, as the certifier requires.
   ADD 1 TO RecordCount
   PERFORM AddRecordToHash
   IF CurrentKey NOT GREATER THAN PreviousKey
      SET RestoreFailed TO TRUE
      MOVE "key sequence/duplicate failure" TO FailReason
   END-IF
   MOVE CurrentKey TO PreviousKey.

ShowLastCertificate.
*  The certificate file holds the certifier's last run; the latest
*  line for the file stands.
   SET NoCertificateFound TO TRUE
   OPEN INPUT CertificateFile
   IF NOT NoCertificates
      READ CertificateFile
         AT END SET EndOfCertificates TO TRUE
      END-READ
      PERFORM UNTIL EndOfCertificates
         IF FileId-CERT = CurrentFileId
            SET CertificateFound TO TRUE
            MOVE VerifyDate-CERT  TO CertifiedDate
            MOVE Verdict-CERT     TO CertifiedVerdict
            MOVE RecordCount-CERT TO CertifiedCount
         END-IF
         READ CertificateFile
            AT END SET EndOfCertificates TO TRUE
         END-READ
      END-PERFORM
      CLOSE CertificateFile
   END-IF
   IF NoCertificateFound
      DISPLAY "No integrity certificate on file for "
              CurrentFileId "."
      EXIT PARAGRAPH
   END-IF
   MOVE CertifiedCount TO PrnCount
   DISPLAY "Last certificate " CertifiedDate " " CertifiedVerdict
           " - " PrnCount " records."
   IF CertifiedClean AND CertifiedCount NOT = RecordCount
      COMPUTE CountDifference = RecordCount - CertifiedCount
      MOVE CountDifference TO PrnDifference
      DISPLAY "Restored count differs from the last certified "
              "count by " PrnDifference " - the work since the "
              "backup must be recovered."
   END-IF.

SetExpectedCount.
*  Only a master the certifier already counts is given an expected
*  count; with no control file the certifier skips count checks.
   OPEN INPUT VerifyCountsFile
   IF NoVerifyCountsFile
      EXIT PARAGRAPH
   END-IF
   MOVE ZERO TO FoundExpectedIdx
   READ VerifyCountsFile
      AT END SET EndOfVerifyCounts TO TRUE
   END-READ
   PERFORM UNTIL EndOfVerifyCounts OR ExpectedCount = 20
      ADD 1 TO ExpectedCount
      MOVE FileId-VC        TO EC-FileId(ExpectedCount)
      MOVE ExpectedCount-VC TO EC-Count(ExpectedCount)
      IF FileId-VC = CurrentFileId
         MOVE ExpectedCount TO FoundExpectedIdx
      END-IF
      READ VerifyCountsFile
         AT END SET EndOfVerifyCounts TO TRUE
      END-READ
   END-PERFORM
   CLOSE VerifyCountsFile
   IF FoundExpectedIdx = ZERO
      IF CertificateFound AND ExpectedCount < 20
         ADD 1 TO ExpectedCount
         MOVE ExpectedCount TO FoundExpectedIdx
         MOVE CurrentFileId TO EC-FileId(FoundExpectedIdx)
      ELSE
         EXIT PARAGRAPH
      END-IF
   END-IF
   MOVE RecordCount TO EC-Count(FoundExpectedIdx)
   OPEN OUTPUT VerifyCountsFile
   PERFORM VARYING ExpectedIdx FROM 1 BY 1
           UNTIL ExpectedIdx > ExpectedCount
      MOVE EC-FileId(ExpectedIdx) TO FileId-VC
      MOVE EC-Count(ExpectedIdx)  TO ExpectedCount-VC
      WRITE VerifyCountsRec
   END-PERFORM
   CLOSE VerifyCountsFile
   DISPLAY "Expected count for " CurrentFileId " set to the "
           "restored count.".

FinishRestore.
   OPEN EXTEND RestoreLogFile
   IF NoRestoreLogYet
      OPEN OUTPUT RestoreLogFile
   END-IF
   MOVE RestoreDate                TO RestoreDate-RL
   MOVE RestoreTime                TO RestoreTime-RL
   MOVE SignOnOperatorId           TO OperatorId-RL
   MOVE CurrentFileId              TO FileId-RL
   MOVE GS-GenNumber(FoundSlotIdx) TO GenNumber-RL
   MOVE RecordCount                TO RecordCount-RL
   MOVE Outcome                    TO Outcome-RL
   MOVE FailReason                 TO Reason-RL
   WRITE RestoreLogRec
   CLOSE RestoreLogFile
   CALL "LogOperatorAction" USING SignOnOperatorId,
                                  SignOnProgramName, LogActionName.

ReloadEmployeeFile.
   OPEN OUTPUT EmployeeFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO EmployeeRec-EMP
      WRITE EmployeeRec-EMP
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE EmployeeFile.

VerifyEmployeeFile.
   OPEN INPUT EmployeeFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ EmployeeFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE EmpSSN-EMP TO CurrentKey
         MOVE EmployeeRec-EMP TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE EmployeeFile.

ReloadSalaryFile.
   OPEN OUTPUT SalaryFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO SalaryRec-SAL
      WRITE SalaryRec-SAL
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE SalaryFile.

VerifySalaryFile.
   OPEN INPUT SalaryFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ SalaryFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE SalaryKey-SAL TO CurrentKey
         MOVE SalaryRec-SAL TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE SalaryFile.

ReloadLeaveFile.
   OPEN OUTPUT LeaveFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO LeaveRec-LVE
      WRITE LeaveRec-LVE
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE LeaveFile.

VerifyLeaveFile.
   OPEN INPUT LeaveFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ LeaveFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE LeaveKey-LVE TO CurrentKey
         MOVE LeaveRec-LVE TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE LeaveFile.

ReloadTrainingFile.
   OPEN OUTPUT TrainingFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO TrainingRec-TRN
      WRITE TrainingRec-TRN
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE TrainingFile.

VerifyTrainingFile.
   OPEN INPUT TrainingFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ TrainingFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE TrainingKey-TRN TO CurrentKey
         MOVE TrainingRec-TRN TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE TrainingFile.

ReloadMasterStockFile.
   OPEN OUTPUT MasterStockFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO MasterStockRec-STK
      WRITE MasterStockRec-STK
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE MasterStockFile.

VerifyMasterStockFile.
   OPEN INPUT MasterStockFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ MasterStockFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE GadgetID-STK TO CurrentKey
         MOVE MasterStockRec-STK TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE MasterStockFile.

ReloadSerialFile.
   OPEN OUTPUT SerialFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO SerialRec-SER
      WRITE SerialRec-SER
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE SerialFile.

VerifySerialFile.
   OPEN INPUT SerialFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ SerialFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE SerialKey-SER TO CurrentKey
         MOVE SerialRec-SER TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE SerialFile.

ReloadBranchFile.
   OPEN OUTPUT BranchFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO BranchRec-BRN
      WRITE BranchRec-BRN
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE BranchFile.

VerifyBranchFile.
   OPEN INPUT BranchFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ BranchFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE BranchKey-BRN TO CurrentKey
         MOVE BranchRec-BRN TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE BranchFile.

ReloadBranchHistoryFile.
   OPEN OUTPUT BranchHistoryFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO BranchHistoryRec-BRH
      WRITE BranchHistoryRec-BRH
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE BranchHistoryFile.

VerifyBranchHistoryFile.
   OPEN INPUT BranchHistoryFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ BranchHistoryFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE BranchHistoryKey-BRH TO CurrentKey
         MOVE BranchHistoryRec-BRH TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE BranchHistoryFile.

ReloadCustomerFile.
   OPEN OUTPUT CustomerFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO CustomerRec-CUS
      WRITE CustomerRec-CUS
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE CustomerFile.

VerifyCustomerFile.
   OPEN INPUT CustomerFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ CustomerFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE CustomerKey-CUS TO CurrentKey
         MOVE CustomerRec-CUS TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE CustomerFile.

ReloadSubscriberFile.
   OPEN OUTPUT SubscriberFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO SubscriberRec-SUB
      WRITE SubscriberRec-SUB
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE SubscriberFile.

VerifySubscriberFile.
   OPEN INPUT SubscriberFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ SubscriberFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE SubscriberKey-SUB TO CurrentKey
         MOVE SubscriberRec-SUB TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE SubscriberFile.

ReloadBillPayerFile.
   OPEN OUTPUT BillPayerFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO BillPayerRec-BPY
      WRITE BillPayerRec-BPY
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE BillPayerFile.

VerifyBillPayerFile.
   OPEN INPUT BillPayerFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ BillPayerFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE BillPayerKey-BPY TO CurrentKey
         MOVE BillPayerRec-BPY TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE BillPayerFile.

ReloadDisputeFile.
   OPEN OUTPUT DisputeFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO DisputeRec-DSP
      WRITE DisputeRec-DSP
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE DisputeFile.

VerifyDisputeFile.
   OPEN INPUT DisputeFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ DisputeFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE DisputeKey-DSP TO CurrentKey
         MOVE DisputeRec-DSP TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE DisputeFile.

ReloadPrepaidFile.
   OPEN OUTPUT PrepaidFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO PrepaidRec-PPB
      WRITE PrepaidRec-PPB
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE PrepaidFile.

VerifyPrepaidFile.
   OPEN INPUT PrepaidFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ PrepaidFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE PrepaidKey-PPB TO CurrentKey
         MOVE PrepaidRec-PPB TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE PrepaidFile.

ReloadSalesHistoryFile.
   OPEN OUTPUT SalesHistoryFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO SalesHistoryRec-SHS
      WRITE SalesHistoryRec-SHS
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE SalesHistoryFile.

VerifySalesHistoryFile.
   OPEN INPUT SalesHistoryFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ SalesHistoryFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE SalesHistoryKey-SHS TO CurrentKey
         MOVE SalesHistoryRec-SHS TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE SalesHistoryFile.

ReloadGuestFile.
   OPEN OUTPUT GuestFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO GuestRec-GST
      WRITE GuestRec-GST
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE GuestFile.

VerifyGuestFile.
   OPEN INPUT GuestFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ GuestFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE GuestKey-GST TO CurrentKey
         MOVE GuestRec-GST TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE GuestFile.

ReloadFolioFile.
   OPEN OUTPUT FolioFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO FolioRec-FOL
      WRITE FolioRec-FOL
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE FolioFile.

VerifyFolioFile.
   OPEN INPUT FolioFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ FolioFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE FolioKey-FOL TO CurrentKey
         MOVE FolioRec-FOL TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE FolioFile.

ReloadRoomFile.
   OPEN OUTPUT RoomFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO RoomRec-RMS
      WRITE RoomRec-RMS
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE RoomFile.

VerifyRoomFile.
   OPEN INPUT RoomFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ RoomFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE RoomKey-RMS TO CurrentKey
         MOVE RoomRec-RMS TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE RoomFile.

ReloadFilmFile.
   OPEN OUTPUT FilmFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO FilmRec-FLM
      WRITE FilmRec-FLM
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE FilmFile.

VerifyFilmFile.
   OPEN INPUT FilmFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ FilmFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE FilmKey-FLM TO CurrentKey
         MOVE FilmRec-FLM TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE FilmFile.

ReloadDirectorsFile.
   OPEN OUTPUT DirectorsFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO DirectorsRec-DIR
      WRITE DirectorsRec-DIR
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE DirectorsFile.

VerifyDirectorsFile.
   OPEN INPUT DirectorsFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ DirectorsFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE DirectorKey-DIR TO CurrentKey
         MOVE DirectorsRec-DIR TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE DirectorsFile.

ReloadBorrowerFile.
   OPEN OUTPUT BorrowerFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO BorrowerRec-BOR
      WRITE BorrowerRec-BOR
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE BorrowerFile.

VerifyBorrowerFile.
   OPEN INPUT BorrowerFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ BorrowerFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE BorrowerKey-BOR TO CurrentKey
         MOVE BorrowerRec-BOR TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE BorrowerFile.

ReloadLoansFile.
   OPEN OUTPUT LoansFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO LoansRec-LON
      WRITE LoansRec-LON
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE LoansFile.

VerifyLoansFile.
   OPEN INPUT LoansFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ LoansFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE LoanKey-LON TO CurrentKey
         MOVE LoansRec-LON TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE LoansFile.

ReloadPartsStockFile.
   OPEN OUTPUT PartsStockFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO PartsStockRec-PRT
      WRITE PartsStockRec-PRT
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE PartsStockFile.

VerifyPartsStockFile.
   OPEN INPUT PartsStockFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ PartsStockFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE PartNum-PRT TO CurrentKey
         MOVE PartsStockRec-PRT TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE PartsStockFile.

ReloadVehicleFile.
   OPEN OUTPUT VehicleFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE RelativeNum-GD TO VehicleNumKey
      MOVE MasterData-GD TO VehicleRec-VEH
      WRITE VehicleRec-VEH
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE VehicleFile.

VerifyVehicleFile.
   OPEN INPUT VehicleFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ VehicleFile NEXT RECORD
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE VehicleNumKey TO RelativeNum
         MOVE VehicleNumKey TO CurrentKey
         MOVE VehicleRec-VEH TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE VehicleFile.

ReloadJobFile.
   OPEN OUTPUT JobFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO JobRec-JOB
      WRITE JobRec-JOB
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE JobFile.

VerifyJobFile.
   OPEN INPUT JobFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ JobFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE JobKey-JOB TO CurrentKey
         MOVE JobRec-JOB TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE JobFile.

ReloadSupplierFile.
   OPEN OUTPUT SupplierFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO SupplierRec-SUP
      WRITE SupplierRec-SUP
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE SupplierFile.

VerifySupplierFile.
   OPEN INPUT SupplierFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ SupplierFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE SupplierKey-SUP TO CurrentKey
         MOVE SupplierRec-SUP TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE SupplierFile.

ReloadMechanicFile.
   OPEN OUTPUT MechanicFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO MechanicRec-MEC
      WRITE MechanicRec-MEC
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE MechanicFile.

VerifyMechanicFile.
   OPEN INPUT MechanicFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ MechanicFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE MechanicKey-MEC TO CurrentKey
         MOVE MechanicRec-MEC TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE MechanicFile.

ReloadPurchaseReqFile.
   OPEN OUTPUT PurchaseReqFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO PurchaseReqRec-PRF
      WRITE PurchaseReqRec-PRF
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE PurchaseReqFile.

VerifyPurchaseReqFile.
   OPEN INPUT PurchaseReqFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ PurchaseReqFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE PRNumber-PRF TO CurrentKey
         MOVE PurchaseReqRec-PRF TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE PurchaseReqFile.

ReloadBookFile.
   OPEN OUTPUT BookFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO BookRec-BF
      WRITE BookRec-BF
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE BookFile.

VerifyBookFile.
   OPEN INPUT BookFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ BookFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE BookNum-BF TO CurrentKey
         MOVE BookRec-BF TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE BookFile.

ReloadPublisherFile.
   OPEN OUTPUT PublisherFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM ReadGenerationDetail
   PERFORM UNTIL GenerationDone
      MOVE MasterData-GD TO PublisherRec-PF
      WRITE PublisherRec-PF
         INVALID KEY PERFORM ReloadWriteRefused
         NOT INVALID KEY ADD 1 TO RecordCount
      END-WRITE
      IF NOT GenerationDone
         PERFORM ReadGenerationDetail
      END-IF
   END-PERFORM
   CLOSE PublisherFile.

VerifyPublisherFile.
   OPEN INPUT PublisherFile
   IF NOT MasterOpened
      PERFORM MasterWontOpen
      EXIT PARAGRAPH
   END-IF
   PERFORM UNTIL MasterAtEnd OR RestoreFailed
      READ PublisherFile
         AT END CONTINUE
      END-READ
      PERFORM CheckMasterRead
      IF NOT MasterAtEnd
         MOVE PublisherNum-PF TO CurrentKey
         MOVE PublisherRec-PF TO MasterData
         PERFORM CheckOneRecord
      END-IF
   END-PERFORM
   CLOSE PublisherFile.
