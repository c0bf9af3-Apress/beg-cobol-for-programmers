IDENTIFICATION DIVISION.
PROGRAM-ID. Listing14-37.
AUTHOR. Michael Coughlan.
* Universal Telecoms monthly churn and retention report.
* Run at month-end after the closure run (Listing14-23).  The leavers
* are the closed-subscriber archive records whose closure date falls
* in the report month; the base they left from is the live
* SubscriberMaster plus those leavers.  Churn - leavers as a
* percentage of that base - is shown by plan (PlanCode on the
* master), by tenure band (whole months from PlanStartDate to the
* closure date, or to the end of the month for a live subscriber)
* and by the termination reason keyed on Listing14-22.  The revenue
* lost is each leaver's average monthly usage over their last three
* months on the SummaryHistory file (Listing14-5).
* The report then profiles the month's leavers against the signs
* that come before a closure - falling usage, a dispute (Listing14-29)
* or a billing adjustment (Listing14-19) in the last three months,
* and a collection letter stage (Listing14-18) - and ends with the
* at-risk list: every live subscriber showing any of those signs,
* most signs first, for the retention team to call.
* Usage is falling when the month's usage is down on the average of
* the two months before by more than the percentage keyed at the
* start of the run.  A leaver's closing month is only part of a
* month, so for a leaver the test is made on the two full months
* before it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ClosedArchiveFile ASSIGN TO "Listing14-23Closed.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ClosedArchiveStatus.

    SELECT SubscriberMaster ASSIGN TO "Listing14-11Subs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SubscriberId-SM
           FILE STATUS IS SubscriberMasterStatus.

    SELECT SummaryHistoryFile ASSIGN TO "Listing14-5Hist.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SummaryHistoryStatus.

    SELECT DisputeFile ASSIGN TO "Listing14-29Disputes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DisputeKey-DC
           FILE STATUS IS DisputeStatus.

    SELECT ApprovedAdjFile ASSIGN TO "Listing14-19Approved.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ApprovedAdjStatus.

    SELECT LetterStageFile ASSIGN TO "Listing14-18Stage.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS LetterStageStatus.

DATA DIVISION.
FILE SECTION.
FD  ClosedArchiveFile.
01  ClosedArchiveRec.
    88 EndOfArchiveFile   VALUE HIGH-VALUES.
    02 SubscriberId-CA    PIC 9(10).
    02 SubscriberName-CA  PIC X(25).
    02 FILLER             PIC X(60).
    02 PlanCode-CA        PIC XX.
    02 FILLER             PIC X(13).
    02 PlanStartDate-CA   PIC 9(8).
    02 FILLER             PIC X(11).
    02 ClosureDate-CA     PIC 9(8).
    02 FILLER REDEFINES ClosureDate-CA.
       03 ClosureMonth-CA PIC 9(6).
       03 FILLER          PIC 99.
    02 ReasonCode-CA      PIC X(3).
    02 WrittenOff-CA      PIC 9(6)V99.

FD  SubscriberMaster.
01  SubscriberMasterRec.
    88 EndOfSubscriberMaster VALUE HIGH-VALUES.
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
    02 BillPayerId-SM     PIC 9(10).

FD  SummaryHistoryFile.
01  SummaryHistoryRec.
    88 EndOfHistoryFile   VALUE HIGH-VALUES.
    02 BillingPeriod-SH   PIC 9(6).
    02 SubscriberId-SH    PIC 9(10).
    02 CostOfTexts-SH     PIC 9(4)V99.
    02 CostOfCalls-SH     PIC 9(6)V99.

FD  DisputeFile.
01  DisputeRec.
    88 EndOfDisputeFile   VALUE HIGH-VALUES.
    02 DisputeKey-DC.
       03 SubscriberId-DC PIC 9(10).
       03 CaseNo-DC       PIC 9(3).
    02 BillPeriod-DC      PIC 9(6).
    02 DisputedAmount-DC  PIC 9(6)V99.
    02 ReasonCode-DC      PIC X(3).
    02 ReasonText-DC      PIC X(30).
    02 CaseStatus-DC      PIC X.
    02 CaseOwner-DC       PIC X(4).
    02 OpenedDate-DC      PIC 9(8).
    02 ResolvedDate-DC    PIC 9(8).
    02 CreditGiven-DC     PIC 9(6)V99.

FD  ApprovedAdjFile.
01  ApprovedAdjRec.
    88 EndOfApprovedAdj   VALUE HIGH-VALUES.
    02 SubscriberId-AA    PIC 9(10).
    02 AdjType-AA         PIC X.
    02 AdjAmount-AA       PIC 9(6)V99.
    02 ReasonCode-AA      PIC X(3).
    02 ApprovedDate-AA    PIC 9(8).
    02 PrintedFlag-AA     PIC X.

FD  LetterStageFile.
01  LetterStageRec.
    88 EndOfStageFile     VALUE HIGH-VALUES.
    02 SubscriberId-LS    PIC 9(10).
    02 LetterStage-LS     PIC 9.
    02 StageDate-LS       PIC 9(8).

WORKING-STORAGE SECTION.
01 ClosedArchiveStatus    PIC XX.
   88 NoArchiveFile       VALUE "35".

01 SubscriberMasterStatus PIC XX.

01 SummaryHistoryStatus   PIC XX.
   88 NoHistoryFile       VALUE "35".

01 DisputeStatus          PIC XX.
   88 NoDisputeFile       VALUE "35".

01 ApprovedAdjStatus      PIC XX.
   88 NoApprovedAdjFile   VALUE "35".

01 LetterStageStatus      PIC XX.
   88 NoStageFile         VALUE "35".

01 ReportPeriod           PIC 9(6).
01 FILLER REDEFINES ReportPeriod.
   02 ReportYear          PIC 9(4).
   02 ReportMonth         PIC 99.
01 FallPercent            PIC 9(3).

*  The report month and the two before it, oldest first.
01 UsagePeriods.
   02 UsagePeriod         PIC 9(6) OCCURS 3 TIMES.
01 PeriodIdx              PIC 9.
01 PeriodYear             PIC 9(4).
01 PeriodMonth            PIC 99.
01 RecentFromDate         PIC 9(8).
01 MonthEndDate           PIC 9(8).

*  Usage for the three months, by subscriber.
01 UsageTable.
   02 UsageEntry OCCURS 5000 TIMES.
      03 UT-SubscriberId   PIC 9(10).
      03 UT-Usage          PIC 9(6)V99 OCCURS 3 TIMES.
      03 UT-MonthsFound    PIC 9.

01 UsageCount             PIC 9(4) VALUE ZERO.
01 UsageIdx               PIC 9(4).

*  Disputes and adjustments in the last three months and letter
*  stages, by subscriber.
01 SignalTable.
   02 SignalEntry OCCURS 3000 TIMES.
      03 RS-SubscriberId   PIC 9(10).
      03 RS-Dispute        PIC X.
         88 RS-HasDispute  VALUE "D".
      03 RS-Adjustment     PIC X.
         88 RS-HasAdjustment VALUE "A".
      03 RS-LetterStage    PIC 9.

01 SignalCount            PIC 9(4) VALUE ZERO.
01 SignalIdx              PIC 9(4).
01 SignalSubscriberId     PIC 9(10).

*  Churn by plan and by reason, built as the codes turn up.
01 PlanTable.
   02 PlanEntry OCCURS 50 TIMES.
      03 PT-PlanCode       PIC XX.
      03 PT-Base           PIC 9(6).
      03 PT-Leavers        PIC 9(5).
      03 PT-RevenueLost    PIC 9(7)V99.

01 PlanCount              PIC 99 VALUE ZERO.
01 PlanIdx                PIC 99.
01 PlanCodeToFind         PIC XX.

01 ReasonTable.
   02 ReasonEntry OCCURS 50 TIMES.
      03 RT-ReasonCode     PIC X(3).
      03 RT-Leavers        PIC 9(5).
      03 RT-RevenueLost    PIC 9(7)V99.

01 ReasonCount            PIC 99 VALUE ZERO.
01 ReasonIdx              PIC 99.

01 TenureBandValues.
   02 FILLER              PIC X(15) VALUE "000 0-5 months ".
   02 FILLER              PIC X(15) VALUE "006 6-11 months".
   02 FILLER              PIC X(15) VALUE "01212-23 months".
   02 FILLER              PIC X(15) VALUE "02424-35 months".
   02 FILLER              PIC X(15) VALUE "03636+ months  ".
01 FILLER REDEFINES TenureBandValues.
   02 TenureBand OCCURS 5 TIMES.
      03 TN-FromMonths     PIC 9(3).
      03 TN-Label          PIC X(12).

01 TenureTotals.
   02 TenureTotal OCCURS 5 TIMES.
      03 TN-Base           PIC 9(6).
      03 TN-Leavers        PIC 9(5).
      03 TN-RevenueLost    PIC 9(7)V99.

01 TenureIdx              PIC 9.
01 TenureMonths           PIC S9(5).
01 TenureFromDate         PIC 9(8).
01 FILLER REDEFINES TenureFromDate.
   02 FromYear            PIC 9(4).
   02 FromMonth           PIC 99.
   02 FromDay             PIC 99.
01 TenureToDate           PIC 9(8).
01 FILLER REDEFINES TenureToDate.
   02 ToYear              PIC 9(4).
   02 ToMonth             PIC 99.
   02 ToDay               PIC 99.

*  The warning signs found for the subscriber in hand.
01 SubscriberSignals.
   02 SignalFlags.
      03 FallingFlag       PIC X.
      03 DisputeFlag       PIC X.
      03 AdjustmentFlag    PIC X.
      03 LetterFlag        PIC X.
   02 SignsShown          PIC 9.
01 EarlierAverage         PIC 9(6)V99.
01 LaterUsage             PIC 9(6)V99.
01 FallLimit              PIC 9(6)V99.
01 MonthlyRevenue         PIC 9(6)V99.

*  Live subscribers showing any warning sign.
01 AtRiskTable.
   02 AtRiskEntry OCCURS 2000 TIMES.
      03 AR-SubscriberId   PIC 9(10).
      03 AR-Name           PIC X(20).
      03 AR-PlanCode       PIC XX.
      03 AR-Tenure         PIC 9(3).
      03 AR-Signs          PIC 9.
      03 AR-Flags          PIC X(4).
      03 AR-Usage          PIC 9(6)V99.

01 AtRiskCount            PIC 9(4) VALUE ZERO.
01 AtRiskIdx              PIC 9(4).
01 SwapAtRiskEntry        PIC X(48).
01 SubscriptA             PIC 9(4).
01 SubscriptB             PIC 9(4).

01 ChurnTotals.
   02 LiveCount           PIC 9(6)    VALUE ZERO.
   02 LeaverCount         PIC 9(5)    VALUE ZERO.
   02 TotalRevenueLost    PIC 9(7)V99 VALUE ZERO.
   02 LeaversFalling      PIC 9(5)    VALUE ZERO.
   02 LeaversDisputed     PIC 9(5)    VALUE ZERO.
   02 LeaversAdjusted     PIC 9(5)    VALUE ZERO.
   02 LeaversInCollection PIC 9(5)    VALUE ZERO.
   02 LeaversWithNoSign   PIC 9(5)    VALUE ZERO.

01 ChurnBase              PIC 9(6).
01 ChurnLeavers           PIC 9(5).
01 ChurnPercent           PIC 9(3)V99.

01 PrnCount               PIC ZZ,ZZ9.
01 PrnAmount              PIC Z,ZZZ,ZZ9.99.
01 PrnPercent             PIC ZZ9.99.

01 ChurnHeading           PIC X(53) VALUE
   "                  Base Leavers   Churn%  Revenue lost".

01 ChurnLine.
   02 PrnChurnLabel       PIC X(15).
   02 PrnChurnBase        PIC ZZZ,ZZ9.
   02 FILLER              PIC X(2)  VALUE SPACES.
   02 PrnChurnLeavers     PIC ZZ,ZZ9.
   02 FILLER              PIC X(3)  VALUE SPACES.
   02 PrnChurnPercent     PIC ZZ9.99.
   02 FILLER              PIC X(2)  VALUE SPACES.
   02 PrnChurnRevenue     PIC Z,ZZZ,ZZ9.99.

01 AtRiskHeading          PIC X(67) VALUE
   "SubscriberId Name                 Plan Tenure Signs Flags     Usage".

01 AtRiskLine.
   02 PrnSubscriberId     PIC 9(10).
   02 FILLER              PIC X(3)  VALUE SPACES.
   02 PrnName             PIC X(20).
   02 FILLER              PIC X     VALUE SPACE.
   02 PrnPlanCode         PIC XX.
   02 FILLER              PIC X(4)  VALUE SPACES.
   02 PrnTenure           PIC ZZ9.
   02 FILLER              PIC X(5)  VALUE SPACES.
   02 PrnSigns            PIC 9.
   02 FILLER              PIC X(3)  VALUE SPACES.
   02 PrnFlags            PIC X(4).
   02 FILLER              PIC X(1)  VALUE SPACES.
   02 PrnUsage            PIC ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Churn report month (YYYYMM) - " WITH NO ADVANCING
    ACCEPT ReportPeriod
    DISPLAY "Usage fall that counts as a warning, percent (e.g. 030) - "
            WITH NO ADVANCING
    ACCEPT FallPercent
    PERFORM SetReportDates
    PERFORM LoadUsageHistory
    PERFORM LoadDisputeSignals
    PERFORM LoadAdjustmentSignals
    PERFORM LoadLetterStageSignals
    MOVE ZEROS TO TenureTotals
    PERFORM ProcessLeavers
    PERFORM ProcessLiveSubscribers
    PERFORM SortAtRiskMostSignsFirst
    PERFORM PrintChurnSummary
    PERFORM PrintChurnByPlan
    PERFORM PrintChurnByTenure
    PERFORM PrintChurnByReason
    PERFORM PrintLeaverProfile
    PERFORM PrintAtRiskList
    STOP RUN.

SetReportDates.
*   The three usage months end with the report month; "recent" means
*   from the first day of the oldest of them.
    MOVE ReportYear  TO PeriodYear
    MOVE ReportMonth TO PeriodMonth
    PERFORM VARYING PeriodIdx FROM 3 BY -1 UNTIL PeriodIdx = ZERO
       COMPUTE UsagePeriod(PeriodIdx) = (PeriodYear * 100) + PeriodMonth
       IF PeriodMonth = 1
          MOVE 12 TO PeriodMonth
          SUBTRACT 1 FROM PeriodYear
       ELSE
          SUBTRACT 1 FROM PeriodMonth
       END-IF
    END-PERFORM
    COMPUTE RecentFromDate = (UsagePeriod(1) * 100) + 1
    COMPUTE MonthEndDate = (ReportPeriod * 100) + 31.

LoadUsageHistory.
    OPEN INPUT SummaryHistoryFile
    IF NoHistoryFile
       DISPLAY "No summary history - usage signs and revenue lost"
               " cannot be measured."
       EXIT PARAGRAPH
    END-IF
    READ SummaryHistoryFile
       AT END SET EndOfHistoryFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfHistoryFile
       PERFORM VARYING PeriodIdx FROM 1 BY 1
               UNTIL PeriodIdx > 3
                  OR UsagePeriod(PeriodIdx) = BillingPeriod-SH
          CONTINUE
       END-PERFORM
       IF PeriodIdx NOT > 3
          PERFORM AddHistoryUsage
       END-IF
       READ SummaryHistoryFile
          AT END SET EndOfHistoryFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE SummaryHistoryFile.

AddHistoryUsage.
    PERFORM VARYING UsageIdx FROM 1 BY 1
            UNTIL UsageIdx > UsageCount
               OR UT-SubscriberId(UsageIdx) = SubscriberId-SH
       CONTINUE
    END-PERFORM
    IF UsageIdx > UsageCount
       IF UsageCount NOT LESS THAN 5000
          DISPLAY "More than 5000 subscribers with usage - the table"
                  " must be enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO UsageCount
       MOVE SubscriberId-SH TO UT-SubscriberId(UsageCount)
       MOVE ZERO TO UT-Usage(UsageCount, 1), UT-Usage(UsageCount, 2),
                    UT-Usage(UsageCount, 3), UT-MonthsFound(UsageCount)
    END-IF
    ADD CostOfTexts-SH CostOfCalls-SH TO UT-Usage(UsageIdx, PeriodIdx)
    ADD 1 TO UT-MonthsFound(UsageIdx).

LoadDisputeSignals.
    OPEN INPUT DisputeFile
    IF NoDisputeFile
       EXIT PARAGRAPH
    END-IF
    READ DisputeFile NEXT RECORD
       AT END SET EndOfDisputeFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfDisputeFile
       IF OpenedDate-DC NOT LESS THAN RecentFromDate
          MOVE SubscriberId-DC TO SignalSubscriberId
          PERFORM FindOrAddSignal
          SET RS-HasDispute(SignalIdx) TO TRUE
       END-IF
       READ DisputeFile NEXT RECORD
          AT END SET EndOfDisputeFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE DisputeFile.

LoadAdjustmentSignals.
    OPEN INPUT ApprovedAdjFile
    IF NoApprovedAdjFile
       EXIT PARAGRAPH
    END-IF
    READ ApprovedAdjFile
       AT END SET EndOfApprovedAdj TO TRUE
    END-READ
    PERFORM UNTIL EndOfApprovedAdj
       IF ApprovedDate-AA NOT LESS THAN RecentFromDate
          MOVE SubscriberId-AA TO SignalSubscriberId
          PERFORM FindOrAddSignal
          SET RS-HasAdjustment(SignalIdx) TO TRUE
       END-IF
       READ ApprovedAdjFile
          AT END SET EndOfApprovedAdj TO TRUE
       END-READ
    END-PERFORM
    CLOSE ApprovedAdjFile.

LoadLetterStageSignals.
    OPEN INPUT LetterStageFile
    IF NoStageFile
       EXIT PARAGRAPH
    END-IF
    READ LetterStageFile
       AT END SET EndOfStageFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfStageFile
       IF LetterStage-LS NOT = ZERO
          MOVE SubscriberId-LS TO SignalSubscriberId
          PERFORM FindOrAddSignal
          MOVE LetterStage-LS TO RS-LetterStage(SignalIdx)
       END-IF
       READ LetterStageFile
          AT END SET EndOfStageFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE LetterStageFile.

FindOrAddSignal.
    PERFORM VARYING SignalIdx FROM 1 BY 1
            UNTIL SignalIdx > SignalCount
               OR RS-SubscriberId(SignalIdx) = SignalSubscriberId
       CONTINUE
    END-PERFORM
    IF SignalIdx > SignalCount
       IF SignalCount NOT LESS THAN 3000
          DISPLAY "More than 3000 subscribers with warning signs - the"
                  " table must be enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO SignalCount
       MOVE SignalSubscriberId TO RS-SubscriberId(SignalCount)
       MOVE SPACES TO RS-Dispute(SignalCount),
                      RS-Adjustment(SignalCount)
       MOVE ZERO   TO RS-LetterStage(SignalCount)
    END-IF.

ProcessLeavers.
    OPEN INPUT ClosedArchiveFile
    IF NoArchiveFile
       DISPLAY "No closed-subscriber archive - no leavers on record."
       EXIT PARAGRAPH
    END-IF
    READ ClosedArchiveFile
       AT END SET EndOfArchiveFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfArchiveFile
       IF ClosureMonth-CA = ReportPeriod
          PERFORM AddOneLeaver
       END-IF
       READ ClosedArchiveFile
          AT END SET EndOfArchiveFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE ClosedArchiveFile.

AddOneLeaver.
    ADD 1 TO LeaverCount
    MOVE SubscriberId-CA TO SignalSubscriberId
    PERFORM FindUsage
*   Revenue lost is the average of the months on file.
    MOVE ZERO TO MonthlyRevenue
    IF UsageIdx NOT > UsageCount
       IF UT-MonthsFound(UsageIdx) NOT = ZERO
          COMPUTE MonthlyRevenue ROUNDED =
                  (UT-Usage(UsageIdx, 1) + UT-Usage(UsageIdx, 2)
                   + UT-Usage(UsageIdx, 3)) / UT-MonthsFound(UsageIdx)
       END-IF
    END-IF
    ADD MonthlyRevenue TO TotalRevenueLost
    MOVE PlanCode-CA TO PlanCodeToFind
    PERFORM FindOrAddPlan
    ADD 1 TO PT-Leavers(PlanIdx)
    ADD MonthlyRevenue TO PT-RevenueLost(PlanIdx)
    MOVE PlanStartDate-CA TO TenureFromDate
    MOVE ClosureDate-CA   TO TenureToDate
    PERFORM FindTenureBand
    ADD 1 TO TN-Leavers(TenureIdx)
    ADD MonthlyRevenue TO TN-RevenueLost(TenureIdx)
    PERFORM FindOrAddReason
    ADD 1 TO RT-Leavers(ReasonIdx)
    ADD MonthlyRevenue TO RT-RevenueLost(ReasonIdx)
*   The closing month is part of a month, so the usage test for a
*   leaver compares the month before it with the one before that.
    MOVE ZERO TO EarlierAverage, LaterUsage
    IF UsageIdx NOT > UsageCount
       MOVE UT-Usage(UsageIdx, 1) TO EarlierAverage
       MOVE UT-Usage(UsageIdx, 2) TO LaterUsage
    END-IF
    PERFORM FindSubscriberSignals
    IF FallingFlag = "U"
       ADD 1 TO LeaversFalling
    END-IF
    IF DisputeFlag = "D"
       ADD 1 TO LeaversDisputed
    END-IF
    IF AdjustmentFlag = "A"
       ADD 1 TO LeaversAdjusted
    END-IF
    IF LetterFlag = "L"
       ADD 1 TO LeaversInCollection
    END-IF
    IF SignsShown = ZERO
       ADD 1 TO LeaversWithNoSign
    END-IF.

ProcessLiveSubscribers.
    OPEN INPUT SubscriberMaster
    READ SubscriberMaster NEXT RECORD
       AT END SET EndOfSubscriberMaster TO TRUE
    END-READ
    PERFORM UNTIL EndOfSubscriberMaster
       PERFORM AddOneLiveSubscriber
       READ SubscriberMaster NEXT RECORD
          AT END SET EndOfSubscriberMaster TO TRUE
       END-READ
    END-PERFORM
    CLOSE SubscriberMaster.

AddOneLiveSubscriber.
    ADD 1 TO LiveCount
    MOVE PlanCode-SM TO PlanCodeToFind
    PERFORM FindOrAddPlan
    ADD 1 TO PT-Base(PlanIdx)
    MOVE PlanStartDate-SM TO TenureFromDate
    MOVE MonthEndDate     TO TenureToDate
    PERFORM FindTenureBand
    ADD 1 TO TN-Base(TenureIdx)
    MOVE SubscriberId-SM TO SignalSubscriberId
    PERFORM FindUsage
*   A live subscriber's report month is the later month, against the
*   average of the two before it.
    MOVE ZERO TO EarlierAverage, LaterUsage
    IF UsageIdx NOT > UsageCount
       COMPUTE EarlierAverage ROUNDED =
               (UT-Usage(UsageIdx, 1) + UT-Usage(UsageIdx, 2)) / 2
       MOVE UT-Usage(UsageIdx, 3) TO LaterUsage
    END-IF
    PERFORM FindSubscriberSignals
    IF SignsShown NOT = ZERO
       PERFORM AddAtRiskSubscriber
    END-IF.

AddAtRiskSubscriber.
    IF AtRiskCount NOT LESS THAN 2000
       DISPLAY "More than 2000 subscribers at risk - the table must be"
               " enlarged before this run."
       STOP RUN
    END-IF
    ADD 1 TO AtRiskCount
    MOVE SubscriberId-SM   TO AR-SubscriberId(AtRiskCount)
    MOVE SubscriberName-SM TO AR-Name(AtRiskCount)
    MOVE PlanCode-SM       TO AR-PlanCode(AtRiskCount)
    MOVE TenureMonths      TO AR-Tenure(AtRiskCount)
    MOVE SignsShown        TO AR-Signs(AtRiskCount)
    MOVE SignalFlags       TO AR-Flags(AtRiskCount)
    MOVE LaterUsage        TO AR-Usage(AtRiskCount).

FindUsage.
    PERFORM VARYING UsageIdx FROM 1 BY 1
            UNTIL UsageIdx > UsageCount
               OR UT-SubscriberId(UsageIdx) = SignalSubscriberId
       CONTINUE
    END-PERFORM.

FindSubscriberSignals.
*   Falling usage is measured on EarlierAverage and LaterUsage, set
*   up by the caller; the other signs come from the signal table.
    MOVE SPACES TO SignalFlags
    MOVE ZERO   TO SignsShown
    IF EarlierAverage > ZERO
       COMPUTE FallLimit ROUNDED = EarlierAverage
               - (EarlierAverage * FallPercent / 100)
       IF LaterUsage < FallLimit
          MOVE "U" TO FallingFlag
          ADD 1 TO SignsShown
       END-IF
    END-IF
    PERFORM VARYING SignalIdx FROM 1 BY 1
            UNTIL SignalIdx > SignalCount
               OR RS-SubscriberId(SignalIdx) = SignalSubscriberId
       CONTINUE
    END-PERFORM
    IF SignalIdx > SignalCount
       EXIT PARAGRAPH
    END-IF
    IF RS-HasDispute(SignalIdx)
       MOVE "D" TO DisputeFlag
       ADD 1 TO SignsShown
    END-IF
    IF RS-HasAdjustment(SignalIdx)
       MOVE "A" TO AdjustmentFlag
       ADD 1 TO SignsShown
    END-IF
    IF RS-LetterStage(SignalIdx) NOT = ZERO
       MOVE "L" TO LetterFlag
       ADD 1 TO SignsShown
    END-IF.

FindOrAddPlan.
    PERFORM VARYING PlanIdx FROM 1 BY 1
            UNTIL PlanIdx > PlanCount
               OR PT-PlanCode(PlanIdx) = PlanCodeToFind
       CONTINUE
    END-PERFORM
    IF PlanIdx > PlanCount
       IF PlanCount NOT LESS THAN 50
          DISPLAY "More than 50 plan codes - the table must be"
                  " enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO PlanCount
       MOVE PlanCodeToFind TO PT-PlanCode(PlanCount)
       MOVE ZERO TO PT-Base(PlanCount), PT-Leavers(PlanCount),
                    PT-RevenueLost(PlanCount)
    END-IF.

FindOrAddReason.
    PERFORM VARYING ReasonIdx FROM 1 BY 1
            UNTIL ReasonIdx > ReasonCount
               OR RT-ReasonCode(ReasonIdx) = ReasonCode-CA
       CONTINUE
    END-PERFORM
    IF ReasonIdx > ReasonCount
       IF ReasonCount NOT LESS THAN 50
          DISPLAY "More than 50 termination reasons - the table must"
                  " be enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO ReasonCount
       MOVE ReasonCode-CA TO RT-ReasonCode(ReasonCount)
       MOVE ZERO TO RT-Leavers(ReasonCount), RT-RevenueLost(ReasonCount)
    END-IF.

FindTenureBand.
*   Whole months from TenureFromDate to TenureToDate.
    COMPUTE TenureMonths = ((ToYear * 12) + ToMonth)
                           - ((FromYear * 12) + FromMonth)
    IF ToDay < FromDay
       SUBTRACT 1 FROM TenureMonths
    END-IF
    IF TenureMonths < ZERO
       MOVE ZERO TO TenureMonths
    END-IF
    MOVE 5 TO TenureIdx
    PERFORM UNTIL TenureMonths NOT LESS THAN TN-FromMonths(TenureIdx)
       SUBTRACT 1 FROM TenureIdx
    END-PERFORM.

SortAtRiskMostSignsFirst.
* Bubble sort descending on the number of signs shown.
    PERFORM VARYING SubscriptA FROM 1 BY 1
            UNTIL SubscriptA >= AtRiskCount
       PERFORM VARYING SubscriptB FROM 1 BY 1
               UNTIL SubscriptB > AtRiskCount - SubscriptA
          IF AR-Signs(SubscriptB) < AR-Signs(SubscriptB + 1)
             MOVE AtRiskEntry(SubscriptB)     TO SwapAtRiskEntry
             MOVE AtRiskEntry(SubscriptB + 1) TO AtRiskEntry(SubscriptB)
             MOVE SwapAtRiskEntry TO AtRiskEntry(SubscriptB + 1)
          END-IF
       END-PERFORM
    END-PERFORM.

PrintChurnSummary.
    DISPLAY "***** SUBSCRIBER CHURN AND RETENTION - " ReportPeriod
            " *****"
    MOVE LiveCount TO PrnCount
    DISPLAY "Live subscribers at month end  - " PrnCount
    MOVE LeaverCount TO PrnCount
    DISPLAY "Leavers in the month           - " PrnCount
    MOVE LiveCount   TO ChurnBase
    ADD  LeaverCount TO ChurnBase
    MOVE LeaverCount TO ChurnLeavers
    PERFORM ComputeChurnPercent
    MOVE ChurnPercent TO PrnPercent
    DISPLAY "Churn rate                     - " PrnPercent "%"
    MOVE TotalRevenueLost TO PrnAmount
    DISPLAY "Monthly revenue lost           - " PrnAmount.

PrintChurnByPlan.
    DISPLAY " "
    DISPLAY "Churn by plan"
    DISPLAY ChurnHeading
    PERFORM VARYING PlanIdx FROM 1 BY 1 UNTIL PlanIdx > PlanCount
       MOVE SPACES TO PrnChurnLabel
       STRING "Plan " PT-PlanCode(PlanIdx) DELIMITED BY SIZE
              INTO PrnChurnLabel
       COMPUTE ChurnBase = PT-Base(PlanIdx) + PT-Leavers(PlanIdx)
       MOVE PT-Leavers(PlanIdx)     TO ChurnLeavers
       MOVE PT-RevenueLost(PlanIdx) TO PrnChurnRevenue
       PERFORM PrintChurnLine
    END-PERFORM.

PrintChurnByTenure.
    DISPLAY " "
    DISPLAY "Churn by tenure on the plan"
    DISPLAY ChurnHeading
    PERFORM VARYING TenureIdx FROM 1 BY 1 UNTIL TenureIdx > 5
       MOVE TN-Label(TenureIdx) TO PrnChurnLabel
       COMPUTE ChurnBase = TN-Base(TenureIdx) + TN-Leavers(TenureIdx)
       MOVE TN-Leavers(TenureIdx)     TO ChurnLeavers
       MOVE TN-RevenueLost(TenureIdx) TO PrnChurnRevenue
       PERFORM PrintChurnLine
    END-PERFORM.

PrintChurnByReason.
*   Every reason churns from the whole base.
    DISPLAY " "
    DISPLAY "Churn by termination reason"
    DISPLAY ChurnHeading
    PERFORM VARYING ReasonIdx FROM 1 BY 1 UNTIL ReasonIdx > ReasonCount
       MOVE SPACES TO PrnChurnLabel
       STRING "Reason " RT-ReasonCode(ReasonIdx) DELIMITED BY SIZE
              INTO PrnChurnLabel
       COMPUTE ChurnBase = LiveCount + LeaverCount
       MOVE RT-Leavers(ReasonIdx)     TO ChurnLeavers
       MOVE RT-RevenueLost(ReasonIdx) TO PrnChurnRevenue
       PERFORM PrintChurnLine
    END-PERFORM.

PrintChurnLine.
    PERFORM ComputeChurnPercent
    MOVE ChurnBase    TO PrnChurnBase
    MOVE ChurnLeavers TO PrnChurnLeavers
    MOVE ChurnPercent TO PrnChurnPercent
    DISPLAY ChurnLine.

ComputeChurnPercent.
    IF ChurnBase = ZERO
       MOVE ZERO TO ChurnPercent
    ELSE
       COMPUTE ChurnPercent ROUNDED = ChurnLeavers * 100 / ChurnBase
    END-IF.

PrintLeaverProfile.
    DISPLAY " "
    DISPLAY "The month's leavers showed"
    MOVE LeaversFalling TO PrnCount
    DISPLAY "  falling usage                - " PrnCount
    MOVE LeaversDisputed TO PrnCount
    DISPLAY "  a recent dispute             - " PrnCount
    MOVE LeaversAdjusted TO PrnCount
    DISPLAY "  a recent billing adjustment  - " PrnCount
    MOVE LeaversInCollection TO PrnCount
    DISPLAY "  a collection letter stage    - " PrnCount
    MOVE LeaversWithNoSign TO PrnCount
    DISPLAY "  none of these signs          - " PrnCount.

PrintAtRiskList.
    DISPLAY " "
    DISPLAY "***** AT-RISK LIVE SUBSCRIBERS - " ReportPeriod " *****"
    DISPLAY "Flags: U usage falling, D dispute, A adjustment,"
            " L collection letter"
    DISPLAY AtRiskHeading
    PERFORM VARYING AtRiskIdx FROM 1 BY 1 UNTIL AtRiskIdx > AtRiskCount
       MOVE AR-SubscriberId(AtRiskIdx) TO PrnSubscriberId
       MOVE AR-Name(AtRiskIdx)         TO PrnName
       MOVE AR-PlanCode(AtRiskIdx)     TO PrnPlanCode
       MOVE AR-Tenure(AtRiskIdx)       TO PrnTenure
       MOVE AR-Signs(AtRiskIdx)        TO PrnSigns
       MOVE AR-Flags(AtRiskIdx)        TO PrnFlags
       MOVE AR-Usage(AtRiskIdx)        TO PrnUsage
       DISPLAY AtRiskLine
    END-PERFORM
    IF AtRiskCount = ZERO
       DISPLAY "No live subscriber shows any of the warning signs."
    END-IF
    MOVE AtRiskCount TO PrnCount
    DISPLAY "Subscribers at risk            - " PrnCount.
