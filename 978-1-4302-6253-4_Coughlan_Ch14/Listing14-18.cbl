* Subscribers already at final demand whose 90+ debt is still there
* are written to the SuspensionFile for the switch room instead of
* getting a fourth letter.
* Amounts under an open bill dispute (Listing14-29) are left out of
* the escalation.  Each open case is taken off the aged balance in
* the bucket its billing period has aged into (any excess off the
* younger buckets, then the older), and the letter is decided - and
* the suspension test made - on what is left.  A debtor whose whole
* debt is in dispute gets no letter and drops back to stage zero, so
* a rejected dispute starts the escalation afresh; the letter says
* when part of the balance is in dispute and not being chased.
* A business or family bill-payer account (Listing14-35) is aged as
* one debt on the bill-payer's account number, so it gets one letter,
* addressed to the bill-payer from the BillPayerFile, with disputes
* on any of its lines held back from it.  When such an account
* reaches suspension every line it pays for is written to the
* SuspensionFile, since the switch room suspends lines, not accounts.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

    SELECT SubscriberMaster ASSIGN TO "Listing14-11Subs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SubscriberId-SM
           FILE STATUS IS SubscriberMasterStatus.

    SELECT BillPayerFile ASSIGN TO "Listing14-35Payers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BillPayerId-BP
           FILE STATUS IS BillPayerStatus.

    SELECT LetterStageFile ASSIGN TO "Listing14-18Stage.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS LetterStageStatus.
    SELECT SuspensionFile ASSIGN TO "Listing14-18Suspend.dat"
           ORGANIZATION LINE SEQUENTIAL.

    SELECT DisputeFile ASSIGN TO "Listing14-29Disputes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DisputeKey-DC
           FILE STATUS IS DisputeStatus.

DATA DIVISION.
FILE SECTION.
FD  NewBalanceFile.

FD  SubscriberMaster.
01  SubscriberMasterRec.
    88 EndOfSubscriberMaster VALUE HIGH-VALUES.
    02 SubscriberId-SM    PIC 9(10).
    02 SubscriberName-SM  PIC X(25).
    02 AddressLine1-SM    PIC X(20).
*   The day the subscriber joined or last changed plan - the billing
*   run prorates the first recurring charge from it.
    02 PlanStartDate-SM   PIC 9(8).
    02 AccountType-SM     PIC X.
    02 BillPayerId-SM     PIC 9(10).

FD  BillPayerFile.
01  BillPayerRec.
    02 BillPayerId-BP     PIC 9(10).
    02 PayerName-BP       PIC X(25).
    02 PayerAddress1-BP   PIC X(20).
    02 PayerAddress2-BP   PIC X(20).
    02 PayerAddress3-BP   PIC X(20).
    02 PayerType-BP       PIC X.
    02 DDMandate-BP       PIC X.
    02 DDBankRef-BP       PIC X(12).
    02 OpenedDate-BP      PIC 9(8).

FD  LetterStageFile.
01  LetterStageRec.
    02 SuspendDate-SUS    PIC 9(8).
    02 Amount90-SUS       PIC 9(6)V99.

FD  DisputeFile.
01  DisputeRec.
    88 EndOfDisputeFile   VALUE HIGH-VALUES.
    02 DisputeKey-DC.
       03 SubscriberId-DC PIC 9(10).
       03 CaseNo-DC       PIC 9(3).
    02 BillPeriod-DC.
       03 BillYear-DC     PIC 9(4).
       03 BillMonth-DC    PIC 99.
    02 DisputedAmount-DC  PIC 9(6)V99.
    02 ReasonCode-DC      PIC X(3).
    02 ReasonText-DC      PIC X(30).
    02 CaseStatus-DC      PIC X.
       88 CaseOpen-DC     VALUE "O".
    02 CaseOwner-DC       PIC X(4).
    02 OpenedDate-DC      PIC 9(8).
    02 ResolvedDate-DC    PIC 9(8).
    02 CreditGiven-DC     PIC 9(6)V99.

WORKING-STORAGE SECTION.
01 NewBalanceStatus       PIC XX.
   88 NoBalanceFile       VALUE "35".
01 SubscriberMasterStatus PIC XX.
   88 SubscriberFound     VALUE "00".

01 BillPayerStatus        PIC XX.
   88 BillPayerFound      VALUE "00".
   88 NoBillPayerFile     VALUE "35".

*  Bill-payer account numbers are issued from here up.
01 FirstBillPayerId       PIC 9(10) VALUE 9000000000.
01 DisputeAccountId       PIC 9(10).

01 LetterStageStatus      PIC XX.
   88 NoStageFileYet      VALUE "35".

01 DisputeStatus          PIC XX.
   88 NoDisputeFile       VALUE "35".

*  Open disputed amounts per account - the subscriber, or the
*  bill-payer of a line that has one - by the aged bucket the
*  disputed bill has reached - 1 current, 2 30 days, 3 60 days,
*  4 90 days and over.
01 DisputeTable.
   02 DisputeEntry OCCURS 2000 TIMES.
      03 DS-SubscriberId   PIC 9(10).
      03 DS-Held           PIC 9(6)V99 OCCURS 4 TIMES.

01 DisputeCount           PIC 9(4) VALUE ZERO.
01 DisputeIdx             PIC 9(4).
01 FoundDisputeIdx        PIC 9(4).

*  The debtor's aged balance with the disputed amounts taken off.
01 DebtBuckets.
   02 DebtCurrent         PIC 9(6)V99.
   02 Debt30              PIC 9(6)V99.
   02 Debt60              PIC 9(6)V99.
   02 Debt90              PIC 9(6)V99.
01 DebtBucketTable REDEFINES DebtBuckets.
   02 DebtBucket          PIC 9(6)V99 OCCURS 4 TIMES.

01 HeldBucket             PIC 9.
01 BucketIdx              PIC 9.
01 RemainingHeld          PIC 9(6)V99.
01 MonthsOld              PIC S9(5).
01 TodaysMonthNo          PIC 9(6).
01 DisputedTotal          PIC 9(7)V99.
01 PrnDisputed            PIC ZZZ,ZZ9.99.

*  Letter stages already sent, loaded for lookup while the balances
*  stream past.
01 StageTable.
01 FoundStageIdx          PIC 9(4).

01 TodaysDate             PIC 9(8).
01 TodaysDateParts REDEFINES TodaysDate.
   02 TodaysYear          PIC 9(4).
   02 TodaysMonth         PIC 99.
   02 FILLER              PIC 99.
01 PriorStage             PIC 9.
01 DueStage               PIC 9.
01 TotalOutstanding       PIC 9(7)V99.
   02 Reminder2Count      PIC 9(4) VALUE ZERO.
   02 FinalDemandCount    PIC 9(4) VALUE ZERO.
   02 SuspensionsCount    PIC 9(4) VALUE ZERO.
   02 HeldForDisputeCount PIC 9(4) VALUE ZERO.

01 PrnCount               PIC ZZZ9.

       STOP RUN
    END-IF
    PERFORM LoadStageTable
    PERFORM LoadOpenDisputes
    OPEN INPUT SubscriberMaster
    OPEN INPUT BillPayerFile
    OPEN OUTPUT NewLetterStageFile
    OPEN OUTPUT SuspensionFile
    READ NewBalanceFile
    PERFORM ProcessOneDebtor UNTIL EndOfBalanceFile
    CLOSE NewBalanceFile, SubscriberMaster, NewLetterStageFile,
          SuspensionFile
    IF NOT NoBillPayerFile
       CLOSE BillPayerFile
    END-IF
    PERFORM PromoteNewStageFile
    DISPLAY " "
    MOVE Reminder1Count TO PrnCount
    DISPLAY "Final demands printed    - " PrnCount
    MOVE SuspensionsCount TO PrnCount
    DISPLAY "Suspensions for switch   - " PrnCount
    MOVE HeldForDisputeCount TO PrnCount
    DISPLAY "Debtors with debt held for dispute - " PrnCount
    STOP RUN.

LoadStageTable.
       CLOSE LetterStageFile
    END-IF.

LoadOpenDisputes.
    COMPUTE TodaysMonthNo = (TodaysYear * 12) + TodaysMonth
    OPEN INPUT DisputeFile
    IF NoDisputeFile
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT SubscriberMaster
    READ DisputeFile NEXT RECORD
       AT END SET EndOfDisputeFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfDisputeFile
       IF CaseOpen-DC
          PERFORM AddOpenDispute
       END-IF
       READ DisputeFile NEXT RECORD
          AT END SET EndOfDisputeFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE DisputeFile, SubscriberMaster.

AddOpenDispute.
*   A dispute on a line owned by a bill-payer is held against the
*   bill-payer's balance.
    MOVE SubscriberId-DC TO SubscriberId-SM, DisputeAccountId
    READ SubscriberMaster
       INVALID KEY CONTINUE
    END-READ
    IF SubscriberFound AND BillPayerId-SM NOT = ZERO
       MOVE BillPayerId-SM TO DisputeAccountId
    END-IF
    PERFORM VARYING DisputeIdx FROM 1 BY 1
            UNTIL DisputeIdx > DisputeCount
               OR DS-SubscriberId(DisputeIdx) = DisputeAccountId
       CONTINUE
    END-PERFORM
    IF DisputeIdx > DisputeCount
       IF DisputeCount NOT LESS THAN 2000
          DISPLAY "More than 2000 subscribers in dispute - the table"
                  " must be enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO DisputeCount
       MOVE DisputeAccountId TO DS-SubscriberId(DisputeCount)
       MOVE ZERO TO DS-Held(DisputeCount, 1), DS-Held(DisputeCount, 2),
                    DS-Held(DisputeCount, 3), DS-Held(DisputeCount, 4)
    END-IF
*   A bill a month old has aged into the 30-day bucket, and so on.
    COMPUTE MonthsOld = TodaysMonthNo
                        - ((BillYear-DC * 12) + BillMonth-DC)
    EVALUATE TRUE
        WHEN MonthsOld < 1 MOVE 1 TO HeldBucket
        WHEN MonthsOld > 3 MOVE 4 TO HeldBucket
        WHEN OTHER         COMPUTE HeldBucket = MonthsOld + 1
    END-EVALUATE
    ADD DisputedAmount-DC TO DS-Held(DisputeIdx, HeldBucket).

TakeOffDisputedAmounts.
    MOVE BalCurrent-BAL TO DebtCurrent
    MOVE Bal30-BAL      TO Debt30
    MOVE Bal60-BAL      TO Debt60
    MOVE Bal90-BAL      TO Debt90
    MOVE ZERO TO FoundDisputeIdx
    PERFORM VARYING DisputeIdx FROM 1 BY 1
            UNTIL DisputeIdx > DisputeCount
       IF DS-SubscriberId(DisputeIdx) = SubscriberId-BAL
          MOVE DisputeIdx TO FoundDisputeIdx
       END-IF
    END-PERFORM
    IF FoundDisputeIdx NOT = ZERO
       PERFORM VARYING HeldBucket FROM 1 BY 1 UNTIL HeldBucket > 4
          MOVE DS-Held(FoundDisputeIdx, HeldBucket) TO RemainingHeld
          IF RemainingHeld NOT = ZERO
             PERFORM HoldBackOneBucket
          END-IF
       END-PERFORM
    END-IF.

HoldBackOneBucket.
*   From the bucket the disputed bill is in, then the younger
*   buckets, then the older ones.
    PERFORM VARYING BucketIdx FROM HeldBucket BY -1
            UNTIL BucketIdx = ZERO OR RemainingHeld = ZERO
       PERFORM TakeFromOneBucket
    END-PERFORM
    PERFORM VARYING BucketIdx FROM HeldBucket BY 1
            UNTIL BucketIdx > 4 OR RemainingHeld = ZERO
       PERFORM TakeFromOneBucket
    END-PERFORM.

TakeFromOneBucket.
    IF RemainingHeld > DebtBucket(BucketIdx)
       SUBTRACT DebtBucket(BucketIdx) FROM RemainingHeld
       MOVE ZERO TO DebtBucket(BucketIdx)
    ELSE
       SUBTRACT RemainingHeld FROM DebtBucket(BucketIdx)
       MOVE ZERO TO RemainingHeld
    END-IF.

ProcessOneDebtor.
    PERFORM TakeOffDisputedAmounts
    COMPUTE TotalOutstanding =
            DebtCurrent + Debt30 + Debt60 + Debt90
    COMPUTE DisputedTotal =
            BalCurrent-BAL + Bal30-BAL + Bal60-BAL + Bal90-BAL
            - TotalOutstanding
    IF DisputedTotal NOT = ZERO
       ADD 1 TO HeldForDisputeCount
    END-IF
    PERFORM FindPriorStage
    EVALUATE TRUE
        WHEN Debt90 > ZERO MOVE 3 TO DueStage
        WHEN Debt60 > ZERO MOVE 2 TO DueStage
        WHEN Debt30 > ZERO MOVE 1 TO DueStage
        WHEN OTHER         MOVE 0 TO DueStage
    END-EVALUATE
    EVALUATE TRUE
        WHEN DueStage = ZERO
    END-PERFORM.

PrintCollectionLetter.
    MOVE TotalOutstanding TO PrnOutstanding
    DISPLAY " "
    DISPLAY "------------------------------ new page"
            " ------------------------------"
    IF SubscriberId-BAL < FirstBillPayerId
       PERFORM AddressToSubscriber
    ELSE
       PERFORM AddressToBillPayer
    END-IF
    DISPLAY " "
    EVALUATE DueStage
           DISPLAY "Unless payment is received within seven days"
                   " your service will be suspended."
    END-EVALUATE
    IF DisputedTotal NOT = ZERO
       MOVE DisputedTotal TO PrnDisputed
       DISPLAY "This excludes " PrnDisputed " which you have in"
               " dispute with us and which is not being pursued."
    END-IF
    DISPLAY " "
    DISPLAY "Universal Telecoms Credit Control".

AddressToSubscriber.
    MOVE SubscriberId-BAL TO SubscriberId-SM
    READ SubscriberMaster
       INVALID KEY CONTINUE
    END-READ
    IF SubscriberFound
       DISPLAY SubscriberName-SM
       DISPLAY AddressLine1-SM
       DISPLAY AddressLine2-SM
       DISPLAY AddressLine3-SM
    ELSE
       DISPLAY "Subscriber " SubscriberId-BAL
               " (no master record - letter cannot be addressed)"
    END-IF.

AddressToBillPayer.
    MOVE SubscriberId-BAL TO BillPayerId-BP
    IF NOT NoBillPayerFile
       READ BillPayerFile
          INVALID KEY CONTINUE
       END-READ
    END-IF
    IF BillPayerFound
       DISPLAY PayerName-BP
       DISPLAY PayerAddress1-BP
       DISPLAY PayerAddress2-BP
       DISPLAY PayerAddress3-BP
    ELSE
       DISPLAY "Bill-payer " SubscriberId-BAL
               " (not on file - letter cannot be addressed)"
    END-IF.

WriteSuspensionRecord.
    MOVE TodaysDate       TO SuspendDate-SUS
    MOVE Debt90           TO Amount90-SUS
    IF SubscriberId-BAL < FirstBillPayerId
       MOVE SubscriberId-BAL TO SubscriberId-SUS
       WRITE SuspensionRec
       ADD 1 TO SuspensionsCount
    ELSE
       PERFORM SuspendBillPayerLines
    END-IF.

SuspendBillPayerLines.
*   Every line the bill-payer pays for goes to the switch room, each
*   carrying the account's 90+ debt.
    MOVE ZEROS TO SubscriberId-SM
    START SubscriberMaster KEY IS GREATER THAN SubscriberId-SM
       INVALID KEY EXIT PARAGRAPH
    END-START
    READ SubscriberMaster NEXT RECORD
       AT END SET EndOfSubscriberMaster TO TRUE
    END-READ
    PERFORM UNTIL EndOfSubscriberMaster
       IF BillPayerId-SM = SubscriberId-BAL
          MOVE SubscriberId-SM TO SubscriberId-SUS
          WRITE SuspensionRec
          ADD 1 TO SuspensionsCount
       END-IF
       READ SubscriberMaster NEXT RECORD
          AT END SET EndOfSubscriberMaster TO TRUE
       END-READ
    END-PERFORM.

WriteNewStageRecord.
*   The stage written forward is the higher of what was on file and
