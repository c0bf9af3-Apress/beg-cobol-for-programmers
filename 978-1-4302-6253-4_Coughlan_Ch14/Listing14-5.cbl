* so month-over-month comparisons (Listing14-13's usage anomaly
* report) have something to compare instead of watching each month
* overwrite the last.
* The billable services come from the usage intake run
* (Listing14-38); before summarising, the file is counted and must
* agree with the records and minutes of the last intake, which must
* be for the billing period keyed, or the run is refused.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SummaryHistoryStatus.

    SELECT IntakeControlFile ASSIGN TO "Listing14-38Control.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS IntakeControlStatus.

DATA DIVISION.
FILE SECTION.
FD  BillableServicesFile.
01  SubscriberRec-BSF.
    88 EndOfBillableServicesFile VALUE HIGH-VALUES.
    02 FILLER             PIC X(31).
    02 Duration-BSF       PIC 9(4).
    02 FILLER             PIC XX.

SD  WorkFile.
01  WorkRec.
    02 CostOfTexts-SH     PIC 9(4)V99.
    02 CostOfCalls-SH     PIC 9(6)V99.

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

WORKING-STORAGE SECTION.
01 SummaryHistoryStatus   PIC XX.
   88 NoHistoryFileYet    VALUE "35".

01 BillingPeriod          PIC 9(6).

01 IntakeControlStatus    PIC XX.
   88 NoIntakeControlFile VALUE "35".

01 LastIntakeTotals.
   02 LastIntakePeriod    PIC 9(6) VALUE ZERO.
   02 LastOnFileCount     PIC 9(7) VALUE ZERO.
   02 LastOnFileMinutes   PIC 9(9) VALUE ZERO.
01 ServicesCounted        PIC 9(7) VALUE ZERO.
01 MinutesCounted         PIC 9(9) VALUE ZERO.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Billing period (YYYYMM) - " WITH NO ADVANCING
    ACCEPT BillingPeriod
    PERFORM AgreeIntakeControlTotals
    OPEN EXTEND SummaryHistoryFile
    IF NoHistoryFileYet
       OPEN OUTPUT SummaryHistoryFile
    CLOSE SummaryHistoryFile
    STOP RUN.

AgreeIntakeControlTotals.
    OPEN INPUT IntakeControlFile
    IF NoIntakeControlFile
       DISPLAY "Summary refused - no usage intake has been run."
       STOP RUN
    END-IF
    READ IntakeControlFile
       AT END SET EndOfIntakeControl TO TRUE
    END-READ
    PERFORM UNTIL EndOfIntakeControl
       MOVE IntakePeriod-IC   TO LastIntakePeriod
       MOVE OnFileCount-IC    TO LastOnFileCount
       MOVE OnFileMinutes-IC  TO LastOnFileMinutes
       READ IntakeControlFile
          AT END SET EndOfIntakeControl TO TRUE
       END-READ
    END-PERFORM
    CLOSE IntakeControlFile
    IF LastIntakePeriod NOT = BillingPeriod
       DISPLAY "Summary refused - the last usage intake was for period "
               LastIntakePeriod
       STOP RUN
    END-IF
    OPEN INPUT BillableServicesFile
    READ BillableServicesFile
         AT END SET EndOfBillableServicesFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfBillableServicesFile
       ADD 1 TO ServicesCounted
       ADD Duration-BSF TO MinutesCounted
       READ BillableServicesFile
            AT END SET EndOfBillableServicesFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE BillableServicesFile
    IF ServicesCounted NOT = LastOnFileCount
       OR MinutesCounted NOT = LastOnFileMinutes
       DISPLAY "Summary refused - the billable services file does not"
               " agree with the intake control totals."
       STOP RUN
    END-IF.

CreateSummaryFile.
    OPEN OUTPUT SortedSummaryFile
    RETURN WorkFile
