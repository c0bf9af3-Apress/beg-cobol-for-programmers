IDENTIFICATION DIVISION.
PROGRAM-ID. Listing14-38.
AUTHOR. Michael Coughlan.
* Universal Telecoms usage intake run.
* The switch drops its usage records on the SwitchFile; nothing
* reaches the BillableServicesFile the billing run (Listing14-3), the
* summary run (Listing14-5) and the daily runs read except through
* this intake.  Each record received is checked and either accepted
* onto the BillableServicesFile for the billing period keyed at the
* start of the run or put on the SuspenseFile with a reason:
*   DUPL - the same SubscriberId, date-time, service type, duration
*          and destination as a record already accepted or already
*          received (a file the switch has resent).  The usage record
*          carries no called number, so the service type and the
*          destination stand in for it in the match.
*   DATE - the date-time is not a date.
*   DURN - a call with a zero or unreadable (negative) duration.
*   SUBS - the SubscriberId is not on the SubscriberMaster.
*   EARL - dated after the billing period.
*   LATE - dated before the billing period.
* Records suspended only for being early or late are offered again
* by the first intake of a later period: an early record is accepted
* once its period is the one being taken in, and a late record is
* accepted then as late usage, to be billed on the next bill.  Every
* other suspension stays on the SuspenseFile for investigation.
* The BillableServicesFile is rebuilt on each run - the records
* already accepted for the period and the new ones, in SubscriberId
* order - and the summary run's copy (Listing14-5.dat) with it.  The
* first intake of a new period starts both afresh.  The SwitchFile is
* emptied once it has been taken in.
* Each run prints its control totals - received, re-offered,
* accepted, suspended by reason and duplicates - and appends them to
* the IntakeControlFile with the count and minutes now on the
* BillableServicesFile, which the billing and summary runs agree
* their input with before they start.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WorkFile ASSIGN TO "WORK.TMP".

    SELECT SwitchFile ASSIGN TO "Listing14-38Switch.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SwitchStatus.

    SELECT BillableServicesFile ASSIGN TO "Listing14-3.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BillableStatus.

    SELECT SummaryServicesFile ASSIGN TO "Listing14-5.dat"
           ORGANIZATION LINE SEQUENTIAL.

    SELECT NewBillableFile ASSIGN TO "Listing14-38New.dat"
           ORGANIZATION LINE SEQUENTIAL.

    SELECT SuspenseFile ASSIGN TO "Listing14-38Susp.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SuspenseStatus.

    SELECT NewSuspenseFile ASSIGN TO "Listing14-38NewSusp.dat"
           ORGANIZATION LINE SEQUENTIAL.

    SELECT IntakeControlFile ASSIGN TO "Listing14-38Control.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS IntakeControlStatus.

    SELECT SubscriberMaster ASSIGN TO "Listing14-11Subs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SubscriberId-SM
           FILE STATUS IS SubscriberMasterStatus.

DATA DIVISION.
FILE SECTION.
FD  SwitchFile.
01  SwitchRec.
    88 EndOfSwitchFile    VALUE HIGH-VALUES.
    02 UsageImage-SW      PIC X(37).

FD  BillableServicesFile.
01  SubscriberRec-BSF.
    88 EndOfBillableServicesFile VALUE HIGH-VALUES.
    02 UsageImage-BSF     PIC X(37).

FD  SummaryServicesFile.
01  SummaryServicesRec    PIC X(37).

FD  NewBillableFile.
01  NewBillableRec.
    88 EndOfNewBillableFile VALUE HIGH-VALUES.
    02 UsageImage-NB      PIC X(37).

*   The usage record as received, why it was suspended, and the
*   period and date it was suspended in.
FD  SuspenseFile.
01  SuspenseRec.
    88 EndOfSuspenseFile  VALUE HIGH-VALUES.
    02 UsageImage-SU      PIC X(37).
    02 SuspendReason-SU   PIC X(4).
       88 OnlyEarlyOrLate-SU VALUE "EARL", "LATE".
    02 SuspendPeriod-SU   PIC 9(6).
    02 SuspendDate-SU     PIC 9(8).

FD  NewSuspenseFile.
01  NewSuspenseRec.
    88 EndOfNewSuspenseFile VALUE HIGH-VALUES.
    02 UsageImage-NS      PIC X(37).
    02 SuspendReason-NS   PIC X(4).
    02 SuspendPeriod-NS   PIC 9(6).
    02 SuspendDate-NS     PIC 9(8).

*   One record per intake run.
FD  IntakeControlFile.
01  IntakeControlRec.
    88 EndOfIntakeControl VALUE HIGH-VALUES.
    02 IntakePeriod-IC    PIC 9(6).
    02 IntakeDate-IC      PIC 9(8).
    02 Received-IC        PIC 9(7).
    02 ReOffered-IC       PIC 9(7).
    02 Accepted-IC        PIC 9(7).
    02 Suspended-IC       PIC 9(7).
    02 Duplicates-IC      PIC 9(7).
    02 OnFileCount-IC     PIC 9(7).
    02 OnFileMinutes-IC   PIC 9(9).

SD  WorkFile.
01  WorkRec.
    88 EndOfWorkFile      VALUE HIGH-VALUES.
    02 UsageImage-WF.
       03 SubscriberId-WF PIC 9(10).
       03 ServiceType-WF  PIC 9.
          88 VoiceCall-WF VALUE 2.
       03 ServiceCost-WF  PIC 9(4)V99.
       03 CallDateTime-WF.
          04 CallDate-WF  PIC 9(8).
          04 FILLER REDEFINES CallDate-WF.
             05 CallMonth-WF PIC 9(6).
             05 FILLER    PIC 99.
          04 CallTime-WF  PIC 9(6).
       03 Duration-WF     PIC 9(4).
       03 DestCountry-WF  PIC XX.
*   A = already accepted this period, N = new from the switch,
*   R = offered again from the SuspenseFile.
    02 RecordSource-WF    PIC X.
       88 AlreadyAccepted-WF VALUE "A".
       88 ReOffered-WF    VALUE "R".

FD  SubscriberMaster.
01  SubscriberMasterRec.
    02 SubscriberId-SM    PIC 9(10).
    02 SubscriberName-SM  PIC X(25).
    02 AddressLine1-SM    PIC X(20).
    02 AddressLine2-SM    PIC X(20).
    02 AddressLine3-SM    PIC X(20).
    02 PlanCode-SM        PIC XX.
    02 DDMandate-SM       PIC X.
    02 DDBankRef-SM       PIC X(12).
    02 PlanStartDate-SM   PIC 9(8).
    02 AccountType-SM     PIC X.
       88 PrepaidAccount-SM VALUE "P".
    02 BillPayerId-SM     PIC 9(10).

WORKING-STORAGE SECTION.
01 SwitchStatus           PIC XX.
   88 NoSwitchFile        VALUE "35".

01 BillableStatus         PIC XX.
   88 NoBillableFile      VALUE "35".

01 SuspenseStatus         PIC XX.
   88 NoSuspenseFile      VALUE "35".

01 IntakeControlStatus    PIC XX.
   88 NoIntakeControlFile VALUE "35".

01 SubscriberMasterStatus PIC XX.
   88 SubscriberFound     VALUE "00".

01 IntakePeriod           PIC 9(6).
01 TodaysDate             PIC 9(8).

*  The period of the last intake run; the records already on the
*  BillableServicesFile are carried only if it is this one.
01 LastIntakePeriod       PIC 9(6) VALUE ZERO.
01 FILLER                 PIC X VALUE "n".
   88 CarryOnFileRecords  VALUE "y".

*  The duplicate match: the record in hand against the last one seen.
01 UsageKey.
   02 SubscriberId-UK     PIC X(10).
   02 CallDateTime-UK     PIC X(14).
   02 ServiceType-UK      PIC X.
   02 Duration-UK         PIC X(4).
   02 DestCountry-UK      PIC XX.
01 PrevUsageKey           PIC X(31) VALUE LOW-VALUES.

01 SuspendReason          PIC X(4).
   88 RecordAccepted      VALUE SPACES.

01 ReasonValues.
   02 FILLER              PIC X(30)
      VALUE "DUPLduplicates                ".
   02 FILLER              PIC X(30)
      VALUE "DATEdate-time not a date      ".
   02 FILLER              PIC X(30)
      VALUE "DURNzero or negative duration ".
   02 FILLER              PIC X(30)
      VALUE "SUBSsubscriber not on master  ".
   02 FILLER              PIC X(30)
      VALUE "EARLdated after the period    ".
   02 FILLER              PIC X(30)
      VALUE "LATEdated before the period   ".
01 FILLER REDEFINES ReasonValues.
   02 ReasonEntry OCCURS 6 TIMES.
      03 RS-ReasonCode     PIC X(4).
      03 RS-ReasonText     PIC X(26).

01 ReasonCounts.
   02 RS-Count            PIC 9(7) OCCURS 6 TIMES.
01 ReasonIdx              PIC 9.

01 IntakeTotals.
   02 ReceivedCount       PIC 9(7) VALUE ZERO.
   02 ReOfferedCount      PIC 9(7) VALUE ZERO.
   02 AcceptedCount       PIC 9(7) VALUE ZERO.
   02 LateAcceptedCount   PIC 9(7) VALUE ZERO.
   02 SuspendedCount      PIC 9(7) VALUE ZERO.
   02 DuplicateCount      PIC 9(7) VALUE ZERO.
   02 CarriedCount        PIC 9(7) VALUE ZERO.
   02 KeptSuspenseCount   PIC 9(7) VALUE ZERO.
   02 OnFileCount         PIC 9(7) VALUE ZERO.
   02 OnFileMinutes       PIC 9(9) VALUE ZERO.
01 BalanceIn              PIC 9(7).
01 BalanceOut             PIC 9(7).

01 FILLER                 PIC X VALUE "n".
   88 CopyBackDone        VALUE "y".
   88 CopyBackLeft        VALUE "n".

01 PrnCount               PIC Z,ZZZ,ZZ9.
01 PrnMinutes             PIC ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
    DISPLAY "Intake billing period (YYYYMM) - " WITH NO ADVANCING
    ACCEPT IntakePeriod
    PERFORM CheckLastIntakePeriod
    MOVE ZEROS TO ReasonCounts
    OPEN INPUT SubscriberMaster
    OPEN OUTPUT NewSuspenseFile
    SORT WorkFile ON ASCENDING KEY SubscriberId-WF, CallDateTime-WF,
                                   ServiceType-WF, Duration-WF,
                                   DestCountry-WF, RecordSource-WF
           INPUT PROCEDURE IS ReleaseUsageRecords
           OUTPUT PROCEDURE IS ValidateUsageRecords
    CLOSE SubscriberMaster, NewSuspenseFile
    PERFORM PromoteNewFiles
    PERFORM WriteIntakeControl
    PERFORM PrintControlTotals
    STOP RUN.

CheckLastIntakePeriod.
*   A period's intake may run as often as the switch sends files; a
*   period earlier than one already taken in is refused.
    OPEN INPUT IntakeControlFile
    IF NoIntakeControlFile
       EXIT PARAGRAPH
    END-IF
    READ IntakeControlFile
       AT END SET EndOfIntakeControl TO TRUE
    END-READ
    PERFORM UNTIL EndOfIntakeControl
       MOVE IntakePeriod-IC TO LastIntakePeriod
       READ IntakeControlFile
          AT END SET EndOfIntakeControl TO TRUE
       END-READ
    END-PERFORM
    CLOSE IntakeControlFile
    IF LastIntakePeriod > IntakePeriod
       DISPLAY "Intake refused - period " LastIntakePeriod
               " has already been taken in."
       STOP RUN
    END-IF
    IF LastIntakePeriod = IntakePeriod
       SET CarryOnFileRecords TO TRUE
    END-IF.

ReleaseUsageRecords.
    IF CarryOnFileRecords
       PERFORM ReleaseAcceptedRecords
    END-IF
    PERFORM ReleaseSwitchRecords
    PERFORM ReleaseSuspendedRecords.

ReleaseAcceptedRecords.
    OPEN INPUT BillableServicesFile
    IF NoBillableFile
       EXIT PARAGRAPH
    END-IF
    READ BillableServicesFile
       AT END SET EndOfBillableServicesFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfBillableServicesFile
       MOVE UsageImage-BSF TO UsageImage-WF
       SET AlreadyAccepted-WF TO TRUE
       RELEASE WorkRec
       ADD 1 TO CarriedCount
       READ BillableServicesFile
          AT END SET EndOfBillableServicesFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE BillableServicesFile.

ReleaseSwitchRecords.
    OPEN INPUT SwitchFile
    IF NoSwitchFile
       DISPLAY "No switch file to take in."
       EXIT PARAGRAPH
    END-IF
    READ SwitchFile
       AT END SET EndOfSwitchFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfSwitchFile
       MOVE UsageImage-SW TO UsageImage-WF
       MOVE "N" TO RecordSource-WF
       RELEASE WorkRec
       ADD 1 TO ReceivedCount
       READ SwitchFile
          AT END SET EndOfSwitchFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE SwitchFile.

ReleaseSuspendedRecords.
*   Early and late records suspended in an earlier period are offered
*   again; everything else stays on the SuspenseFile as it is.
    OPEN INPUT SuspenseFile
    IF NoSuspenseFile
       EXIT PARAGRAPH
    END-IF
    READ SuspenseFile
       AT END SET EndOfSuspenseFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfSuspenseFile
       IF OnlyEarlyOrLate-SU AND SuspendPeriod-SU < IntakePeriod
          MOVE UsageImage-SU TO UsageImage-WF
          SET ReOffered-WF TO TRUE
          RELEASE WorkRec
          ADD 1 TO ReOfferedCount
       ELSE
          WRITE NewSuspenseRec FROM SuspenseRec
          ADD 1 TO KeptSuspenseCount
       END-IF
       READ SuspenseFile
          AT END SET EndOfSuspenseFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE SuspenseFile.

ValidateUsageRecords.
    OPEN OUTPUT NewBillableFile
    RETURN WorkFile
       AT END SET EndOfWorkFile TO TRUE
    END-RETURN
    PERFORM UNTIL EndOfWorkFile
       MOVE SubscriberId-WF TO SubscriberId-UK
       MOVE CallDateTime-WF TO CallDateTime-UK
       MOVE ServiceType-WF  TO ServiceType-UK
       MOVE Duration-WF     TO Duration-UK
       MOVE DestCountry-WF  TO DestCountry-UK
       IF AlreadyAccepted-WF
          PERFORM WriteAcceptedRecord
       ELSE
          PERFORM ValidateOneRecord
          IF RecordAccepted
             PERFORM WriteAcceptedRecord
             ADD 1 TO AcceptedCount
          ELSE
             PERFORM WriteSuspenseRecord
          END-IF
       END-IF
       MOVE UsageKey TO PrevUsageKey
       RETURN WorkFile
          AT END SET EndOfWorkFile TO TRUE
       END-RETURN
    END-PERFORM
    CLOSE NewBillableFile.

ValidateOneRecord.
*   A resent record sorts straight after the one it repeats.  The
*   lasting faults are checked before the period, so only a record
*   that is otherwise good is suspended as early or late.
    MOVE SPACES TO SuspendReason
    IF UsageKey = PrevUsageKey
       MOVE "DUPL" TO SuspendReason
       EXIT PARAGRAPH
    END-IF
    IF CallDateTime-WF NOT NUMERIC
       MOVE "DATE" TO SuspendReason
       EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(CallDate-WF) NOT = ZERO
       MOVE "DATE" TO SuspendReason
       EXIT PARAGRAPH
    END-IF
    IF Duration-WF NOT NUMERIC
       MOVE "DURN" TO SuspendReason
       EXIT PARAGRAPH
    END-IF
    IF VoiceCall-WF AND Duration-WF = ZERO
       MOVE "DURN" TO SuspendReason
       EXIT PARAGRAPH
    END-IF
    IF SubscriberId-WF NOT NUMERIC
       MOVE "SUBS" TO SuspendReason
       EXIT PARAGRAPH
    END-IF
    MOVE SubscriberId-WF TO SubscriberId-SM
    READ SubscriberMaster
       INVALID KEY CONTINUE
    END-READ
    IF NOT SubscriberFound
       MOVE "SUBS" TO SuspendReason
       EXIT PARAGRAPH
    END-IF
    IF CallMonth-WF > IntakePeriod
       MOVE "EARL" TO SuspendReason
       EXIT PARAGRAPH
    END-IF
    IF CallMonth-WF < IntakePeriod
       IF ReOffered-WF
          ADD 1 TO LateAcceptedCount
       ELSE
          MOVE "LATE" TO SuspendReason
       END-IF
    END-IF.

WriteAcceptedRecord.
    WRITE NewBillableRec FROM UsageImage-WF
    ADD 1 TO OnFileCount
    IF Duration-WF NUMERIC
       ADD Duration-WF TO OnFileMinutes
    END-IF.

WriteSuspenseRecord.
    MOVE UsageImage-WF TO UsageImage-NS
    MOVE SuspendReason TO SuspendReason-NS
    MOVE IntakePeriod  TO SuspendPeriod-NS
    MOVE TodaysDate    TO SuspendDate-NS
    WRITE NewSuspenseRec
    PERFORM VARYING ReasonIdx FROM 1 BY 1
            UNTIL RS-ReasonCode(ReasonIdx) = SuspendReason
       CONTINUE
    END-PERFORM
    ADD 1 TO RS-Count(ReasonIdx)
    IF SuspendReason = "DUPL"
       ADD 1 TO DuplicateCount
    ELSE
       ADD 1 TO SuspendedCount
    END-IF.

PromoteNewFiles.
*   The rebuilt files replace the billable services (and the summary
*   run's copy of them) and the suspense file, and the switch file is
*   emptied so it is not taken in twice.
    OPEN INPUT NewBillableFile
    OPEN OUTPUT BillableServicesFile, SummaryServicesFile
    SET CopyBackLeft TO TRUE
    PERFORM UNTIL CopyBackDone
       READ NewBillableFile
          AT END SET CopyBackDone TO TRUE
          NOT AT END
             WRITE SubscriberRec-BSF FROM NewBillableRec
             WRITE SummaryServicesRec FROM NewBillableRec
       END-READ
    END-PERFORM
    CLOSE NewBillableFile, BillableServicesFile, SummaryServicesFile
    OPEN INPUT NewSuspenseFile
    OPEN OUTPUT SuspenseFile
    SET CopyBackLeft TO TRUE
    PERFORM UNTIL CopyBackDone
       READ NewSuspenseFile
          AT END SET CopyBackDone TO TRUE
          NOT AT END WRITE SuspenseRec FROM NewSuspenseRec
       END-READ
    END-PERFORM
    CLOSE NewSuspenseFile, SuspenseFile
    OPEN OUTPUT SwitchFile
    CLOSE SwitchFile.

WriteIntakeControl.
    MOVE IntakePeriod   TO IntakePeriod-IC
    MOVE TodaysDate     TO IntakeDate-IC
    MOVE ReceivedCount  TO Received-IC
    MOVE ReOfferedCount TO ReOffered-IC
    MOVE AcceptedCount  TO Accepted-IC
    MOVE SuspendedCount TO Suspended-IC
    MOVE DuplicateCount TO Duplicates-IC
    MOVE OnFileCount    TO OnFileCount-IC
    MOVE OnFileMinutes  TO OnFileMinutes-IC
    OPEN EXTEND IntakeControlFile
    IF NoIntakeControlFile
       OPEN OUTPUT IntakeControlFile
    END-IF
    WRITE IntakeControlRec
    CLOSE IntakeControlFile.

PrintControlTotals.
    DISPLAY " "
    DISPLAY "USAGE INTAKE CONTROL TOTALS - PERIOD " IntakePeriod
            "  RUN " TodaysDate
    DISPLAY " "
    MOVE ReceivedCount TO PrnCount
    DISPLAY "Received from the switch          " PrnCount
    MOVE ReOfferedCount TO PrnCount
    DISPLAY "Offered again from suspense       " PrnCount
    MOVE AcceptedCount TO PrnCount
    DISPLAY "Accepted                          " PrnCount
    MOVE LateAcceptedCount TO PrnCount
    DISPLAY "   of which late usage            " PrnCount
    MOVE SuspendedCount TO PrnCount
    DISPLAY "Suspended                         " PrnCount
    PERFORM VARYING ReasonIdx FROM 2 BY 1 UNTIL ReasonIdx > 6
       MOVE RS-Count(ReasonIdx) TO PrnCount
       DISPLAY "   " RS-ReasonCode(ReasonIdx) " "
               RS-ReasonText(ReasonIdx) PrnCount
    END-PERFORM
    MOVE DuplicateCount TO PrnCount
    DISPLAY "Duplicates suspended              " PrnCount
    COMPUTE BalanceIn  = ReceivedCount + ReOfferedCount
    COMPUTE BalanceOut = AcceptedCount + SuspendedCount + DuplicateCount
    IF BalanceIn NOT = BalanceOut
       DISPLAY "*** INTAKE OUT OF BALANCE - records in and out differ"
    END-IF
    DISPLAY " "
    MOVE CarriedCount TO PrnCount
    DISPLAY "Accepted earlier this period      " PrnCount
    MOVE OnFileCount TO PrnCount
    DISPLAY "Now on the billable services file " PrnCount
    MOVE OnFileMinutes TO PrnMinutes
    DISPLAY "Minutes on the billable services  " PrnMinutes
    MOVE KeptSuspenseCount TO PrnCount
    DISPLAY "Held on suspense from before      " PrnCount.
