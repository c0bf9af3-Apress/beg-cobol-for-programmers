IDENTIFICATION DIVISION.
PROGRAM-ID. Listing14-29.
AUTHOR. Michael Coughlan.
* Universal Telecoms bill dispute case maintenance.
* When a subscriber disputes a bill the operator (level 2, signed on
* through the shared SignOnOperator service) opens a case on the
* INDEXED DisputeFile, keyed on SubscriberId plus a case number
* allocated per subscriber, holding the billing period disputed, the
* amount in dispute, a reason code and text, the status and the
* operator who owns the case.
* While a case is open its amount is held back from the direct debit
* collection run (Listing14-16) and left out of the collection
* letters (Listing14-18), so a subscriber in dispute is neither
* drawn for the disputed amount nor chased for it.
* A case is resolved either way:
*   - upheld - the credit agreed (all or part of the disputed
*     amount) is written to the pending adjustments file as a credit
*     adjustment with reason DSP, and goes through the same level-3
*     approval as any keyed adjustment (Listing14-20) before it
*     reaches the subscriber's balance;
*   - rejected - no adjustment; the amount becomes collectable again
*     from the next collection and letter runs.
* Credit control's ageing report of open cases is Listing14-30.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SubscriberMaster ASSIGN TO "Listing14-11Subs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SubscriberId-SM
           FILE STATUS IS SubscriberMasterStatus.

    SELECT DisputeFile ASSIGN TO "Listing14-29Disputes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DisputeKey-DC
           FILE STATUS IS DisputeStatus.

    SELECT PendingAdjFile ASSIGN TO "Listing14-19Pending.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PendingAdjStatus.

DATA DIVISION.
FILE SECTION.
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
    02 BillPayerId-SM     PIC 9(10).

FD  DisputeFile.
01  DisputeRec.
    02 DisputeKey-DC.
       03 SubscriberId-DC PIC 9(10).
       03 CaseNo-DC       PIC 9(3).
    02 BillPeriod-DC      PIC 9(6).
    02 DisputedAmount-DC  PIC 9(6)V99.
    02 ReasonCode-DC      PIC X(3).
    02 ReasonText-DC      PIC X(30).
    02 CaseStatus-DC      PIC X.
       88 CaseOpen-DC     VALUE "O".
       88 CaseUpheld-DC   VALUE "U".
       88 CaseRejected-DC VALUE "R".
    02 CaseOwner-DC       PIC X(4).
    02 OpenedDate-DC      PIC 9(8).
    02 ResolvedDate-DC    PIC 9(8).
    02 CreditGiven-DC     PIC 9(6)V99.

FD  PendingAdjFile.
01  PendingAdjRec.
    02 SubscriberId-PA    PIC 9(10).
    02 AdjType-PA         PIC X.
    02 AdjAmount-PA       PIC 9(6)V99.
    02 ReasonCode-PA      PIC X(3).
    02 OperatorId-PA      PIC X(4).
    02 EntryDateTime-PA   PIC 9(14).

WORKING-STORAGE SECTION.
01 SubscriberMasterStatus PIC XX.
   88 SubscriberFound     VALUE "00".

01 DisputeStatus          PIC XX.
   88 DisputeFound        VALUE "00".
   88 NoDisputeFileYet    VALUE "35".

01 PendingAdjStatus       PIC XX.
   88 NoPendingFileYet    VALUE "35".

01 OperatorId             PIC X(4).
01 SignOnProgramName      PIC X(12) VALUE "Listing14-29".
01 OperatorPermission     PIC 9.
   88 UpdatesAllowed      VALUE 2, 3.
01 LogActionName          PIC X(8).

01 MenuChoice             PIC X.
   88 ChoseOpenCase       VALUE "1".
   88 ChoseChangeCase     VALUE "2".
   88 ChoseResolveCase    VALUE "3".
   88 ChoseListCases      VALUE "4".
   88 ChoseQuit           VALUE "0".
   88 ValidMenuChoice     VALUE "0" THRU "4".

01 EnteredSubscriber      PIC X(10).
01 EnteredSubscriberNum REDEFINES EnteredSubscriber
                          PIC 9(10).
01 EnteredCaseNo          PIC X(3).
01 EnteredCaseNoNum REDEFINES EnteredCaseNo
                          PIC 9(3).
01 EnteredPeriod          PIC X(6).
01 EnteredPeriodNum REDEFINES EnteredPeriod
                          PIC 9(6).
01 EnteredPeriodParts REDEFINES EnteredPeriod.
   02 EnteredPeriodYear   PIC 9(4).
   02 EnteredPeriodMonth  PIC 99.
01 EnteredAmount          PIC X(8).
01 EnteredAmountNum REDEFINES EnteredAmount
                          PIC 9(6)V99.
01 EnteredReason          PIC X(3).
01 EnteredReasonText      PIC X(30).
01 EnteredOwner           PIC X(4).
01 EnteredOutcome         PIC X.
   88 OutcomeUpheld       VALUE "U", "u".
   88 OutcomeRejected     VALUE "R", "r".
   88 ValidOutcome        VALUE "U", "u", "R", "r".

01 FILLER                 PIC X VALUE "n".
   88 FieldAccepted       VALUE "y".
   88 FieldRejected       VALUE "n".

01 ConfirmReply           PIC X.
   88 EntryConfirmed      VALUE "Y", "y".

01 TodaysDate             PIC 9(8).
01 TodaysPeriod           PIC 9(6).
01 NextCaseNo             PIC 9(3).
01 MaximumAmount          PIC 9(6)V99.
01 ListedCount            PIC 9(3).

01 SessionCounts.
   02 CasesOpened         PIC 9(4) VALUE ZERO.
   02 CasesChanged        PIC 9(4) VALUE ZERO.
   02 CasesUpheld         PIC 9(4) VALUE ZERO.
   02 CasesRejected       PIC 9(4) VALUE ZERO.

01 PrnCount               PIC ZZZ9.
01 PrnAmount              PIC ZZZ,ZZ9.99.

01 CaseListHeading        PIC X(76) VALUE
   "Case  Period  Opened        Amount St Owner  Resolved      Credit".

01 CaseListLine.
   02 PrnCaseNo           PIC 9(3).
   02 FILLER              PIC X(3)  VALUE SPACES.
   02 PrnBillPeriod       PIC 9(6).
   02 FILLER              PIC X(2)  VALUE SPACES.
   02 PrnOpenedDate       PIC 9(8).
   02 FILLER              PIC X(2)  VALUE SPACES.
   02 PrnDisputedAmount   PIC ZZZ,ZZ9.99.
   02 FILLER              PIC X(2)  VALUE SPACES.
   02 PrnCaseStatus       PIC X.
   02 FILLER              PIC X(2)  VALUE SPACES.
   02 PrnCaseOwner        PIC X(4).
   02 FILLER              PIC X(2)  VALUE SPACES.
   02 PrnResolvedDate     PIC X(8).
   02 FILLER              PIC X(2)  VALUE SPACES.
   02 PrnCreditGiven      PIC ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Bill dispute case maintenance"
    CALL "SignOnOperator" USING SignOnProgramName, OperatorId,
                                OperatorPermission
    IF NOT UpdatesAllowed
       DISPLAY "Maintaining dispute cases needs permission level 2."
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
    MOVE TodaysDate(1:6) TO TodaysPeriod
    OPEN INPUT SubscriberMaster
    OPEN I-O DisputeFile
    IF NoDisputeFileYet
       OPEN OUTPUT DisputeFile
       CLOSE DisputeFile
       OPEN I-O DisputeFile
    END-IF
    OPEN EXTEND PendingAdjFile
    IF NoPendingFileYet
       OPEN OUTPUT PendingAdjFile
    END-IF
    PERFORM DisplayMenuAndGetChoice
    PERFORM UNTIL ChoseQuit
       EVALUATE TRUE
           WHEN ChoseOpenCase    PERFORM OpenOneCase
           WHEN ChoseChangeCase  PERFORM ChangeOneCase
           WHEN ChoseResolveCase PERFORM ResolveOneCase
           WHEN ChoseListCases   PERFORM ListSubscriberCases
       END-EVALUATE
       PERFORM DisplayMenuAndGetChoice
    END-PERFORM
    CLOSE SubscriberMaster, DisputeFile, PendingAdjFile
    DISPLAY " "
    MOVE CasesOpened TO PrnCount
    DISPLAY "Cases opened this session   - " PrnCount
    MOVE CasesChanged TO PrnCount
    DISPLAY "Cases changed               - " PrnCount
    MOVE CasesUpheld TO PrnCount
    DISPLAY "Cases upheld                - " PrnCount
    MOVE CasesRejected TO PrnCount
    DISPLAY "Cases rejected              - " PrnCount
    IF CasesUpheld NOT = ZERO
       DISPLAY "Upheld credits await level-3 approval in Listing14-20."
    END-IF
    STOP RUN.

DisplayMenuAndGetChoice.
    DISPLAY " "
    DISPLAY "1. Open a dispute case"
    DISPLAY "2. Change the amount or owner of an open case"
    DISPLAY "3. Resolve a case"
    DISPLAY "4. List a subscriber's cases"
    DISPLAY "0. Quit"
    MOVE SPACE TO MenuChoice
    PERFORM UNTIL ValidMenuChoice
       DISPLAY "Enter choice - " WITH NO ADVANCING
       ACCEPT MenuChoice
    END-PERFORM.

OpenOneCase.
    PERFORM GetValidSubscriber
    PERFORM GetValidPeriod
    MOVE 999999.99 TO MaximumAmount
    PERFORM GetValidAmount
    DISPLAY "Reason code (3 chars) - " WITH NO ADVANCING
    ACCEPT EnteredReason
    DISPLAY "Reason (30 chars) - " WITH NO ADVANCING
    ACCEPT EnteredReasonText
    PERFORM GetCaseOwner
    PERFORM FindNextCaseNo
    IF NextCaseNo = ZERO
       DISPLAY "Subscriber already has 999 cases - not opened."
       EXIT PARAGRAPH
    END-IF
    MOVE EnteredAmountNum TO PrnAmount
    DISPLAY "Open case " NextCaseNo " for " SubscriberName-SM
            " disputing " PrnAmount " of " EnteredPeriod
            " (Y/N) - " WITH NO ADVANCING
    ACCEPT ConfirmReply
    IF NOT EntryConfirmed
       DISPLAY "Not opened."
       EXIT PARAGRAPH
    END-IF
    MOVE EnteredSubscriberNum TO SubscriberId-DC
    MOVE NextCaseNo           TO CaseNo-DC
    MOVE EnteredPeriodNum     TO BillPeriod-DC
    MOVE EnteredAmountNum     TO DisputedAmount-DC
    MOVE EnteredReason        TO ReasonCode-DC
    MOVE EnteredReasonText    TO ReasonText-DC
    SET CaseOpen-DC           TO TRUE
    MOVE EnteredOwner         TO CaseOwner-DC
    MOVE TodaysDate           TO OpenedDate-DC
    MOVE ZERO                 TO ResolvedDate-DC, CreditGiven-DC
    WRITE DisputeRec
       INVALID KEY
          DISPLAY "Unexpected write error on DisputeFile - "
                  DisputeStatus
          EXIT PARAGRAPH
    END-WRITE
    ADD 1 TO CasesOpened
    MOVE "DISPOPEN" TO LogActionName
    CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                   LogActionName
    DISPLAY "Case " NextCaseNo " opened - the amount is held from"
            " collection until it is resolved.".

FindNextCaseNo.
*   Case numbers run on per subscriber; the next is one past the
*   highest already on file.
    MOVE ZERO TO NextCaseNo
    MOVE EnteredSubscriberNum TO SubscriberId-DC
    MOVE ZERO                 TO CaseNo-DC
    START DisputeFile KEY IS NOT LESS THAN DisputeKey-DC
       INVALID KEY MOVE "10" TO DisputeStatus
    END-START
    IF DisputeFound
       READ DisputeFile NEXT RECORD
          AT END MOVE "10" TO DisputeStatus
       END-READ
    END-IF
    PERFORM UNTIL NOT DisputeFound
               OR SubscriberId-DC NOT = EnteredSubscriberNum
       MOVE CaseNo-DC TO NextCaseNo
       READ DisputeFile NEXT RECORD
          AT END MOVE "10" TO DisputeStatus
       END-READ
    END-PERFORM
    IF NextCaseNo = 999
       MOVE ZERO TO NextCaseNo
    ELSE
       ADD 1 TO NextCaseNo
    END-IF.

ChangeOneCase.
    PERFORM GetOpenCase
    IF NOT DisputeFound
       EXIT PARAGRAPH
    END-IF
    DISPLAY "New disputed amount (8 digits, 0 to leave "
            "unchanged) - " WITH NO ADVANCING
    ACCEPT EnteredAmount
    IF EnteredAmount NOT NUMERIC
       DISPLAY "Amount must be 8 digits - " EnteredAmount
       EXIT PARAGRAPH
    END-IF
    DISPLAY "New owner (blank to leave unchanged) - "
            WITH NO ADVANCING
    ACCEPT EnteredOwner
    IF EnteredAmountNum NOT = ZERO
       MOVE EnteredAmountNum TO DisputedAmount-DC
    END-IF
    IF EnteredOwner NOT = SPACES
       MOVE EnteredOwner TO CaseOwner-DC
    END-IF
    REWRITE DisputeRec
       INVALID KEY
          DISPLAY "Unexpected rewrite error on DisputeFile - "
                  DisputeStatus
          EXIT PARAGRAPH
    END-REWRITE
    ADD 1 TO CasesChanged
    MOVE "DISPCHG" TO LogActionName
    CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                   LogActionName
    DISPLAY "Case changed.".

ResolveOneCase.
    PERFORM GetOpenCase
    IF NOT DisputeFound
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO EnteredOutcome
    PERFORM UNTIL ValidOutcome
       DISPLAY "Upheld (credit due) or Rejected (U/R) - "
               WITH NO ADVANCING
       ACCEPT EnteredOutcome
    END-PERFORM
    IF OutcomeUpheld
       DISPLAY "Credit to give, up to the disputed amount"
       MOVE DisputedAmount-DC TO MaximumAmount
       PERFORM GetValidAmount
       MOVE EnteredAmountNum TO PrnAmount
       DISPLAY "Uphold case " CaseNo-DC " with a credit of "
               PrnAmount " (Y/N) - " WITH NO ADVANCING
    ELSE
       DISPLAY "Reject case " CaseNo-DC " - the amount becomes "
               "collectable again (Y/N) - " WITH NO ADVANCING
    END-IF
    ACCEPT ConfirmReply
    IF NOT EntryConfirmed
       DISPLAY "Case left open."
       EXIT PARAGRAPH
    END-IF
    MOVE TodaysDate TO ResolvedDate-DC
    IF OutcomeUpheld
       SET CaseUpheld-DC TO TRUE
       MOVE EnteredAmountNum TO CreditGiven-DC
    ELSE
       SET CaseRejected-DC TO TRUE
       MOVE ZERO TO CreditGiven-DC
    END-IF
    REWRITE DisputeRec
       INVALID KEY
          DISPLAY "Unexpected rewrite error on DisputeFile - "
                  DisputeStatus
          EXIT PARAGRAPH
    END-REWRITE
    IF CaseUpheld-DC
       PERFORM RaiseDisputeCredit
       ADD 1 TO CasesUpheld
    ELSE
       ADD 1 TO CasesRejected
    END-IF
    MOVE "DISPRES" TO LogActionName
    CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                   LogActionName
    DISPLAY "Case resolved.".

RaiseDisputeCredit.
*   The credit goes through the normal adjustment approval - nothing
*   reaches the balance until a level-3 supervisor approves it.
    MOVE SubscriberId-DC  TO SubscriberId-PA
    MOVE "C"              TO AdjType-PA
    MOVE CreditGiven-DC   TO AdjAmount-PA
    MOVE "DSP"            TO ReasonCode-PA
    MOVE OperatorId       TO OperatorId-PA
    MOVE FUNCTION CURRENT-DATE(1:14) TO EntryDateTime-PA
    WRITE PendingAdjRec
    MOVE "ADJPEND" TO LogActionName
    CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                   LogActionName
    DISPLAY "Credit held for supervisor approval.".

GetOpenCase.
    PERFORM GetValidSubscriber
    DISPLAY "Case number (3 digits) - " WITH NO ADVANCING
    ACCEPT EnteredCaseNo
    IF EnteredCaseNo NOT NUMERIC
       DISPLAY "Case number must be 3 digits - " EnteredCaseNo
       MOVE "23" TO DisputeStatus
       EXIT PARAGRAPH
    END-IF
    MOVE EnteredSubscriberNum TO SubscriberId-DC
    MOVE EnteredCaseNoNum     TO CaseNo-DC
    READ DisputeFile
       INVALID KEY
          DISPLAY "No case " EnteredCaseNo " for this subscriber."
          EXIT PARAGRAPH
    END-READ
    IF NOT CaseOpen-DC
       DISPLAY "Case " EnteredCaseNo " was resolved on "
               ResolvedDate-DC " - it cannot be changed."
       MOVE "23" TO DisputeStatus
       EXIT PARAGRAPH
    END-IF
    MOVE DisputedAmount-DC TO PrnAmount
    DISPLAY "Period " BillPeriod-DC "  disputed " PrnAmount
            "  owner " CaseOwner-DC "  opened " OpenedDate-DC
    DISPLAY "Reason " ReasonCode-DC " " ReasonText-DC.

ListSubscriberCases.
    PERFORM GetValidSubscriber
    MOVE ZERO TO ListedCount
    MOVE EnteredSubscriberNum TO SubscriberId-DC
    MOVE ZERO                 TO CaseNo-DC
    START DisputeFile KEY IS NOT LESS THAN DisputeKey-DC
       INVALID KEY MOVE "10" TO DisputeStatus
    END-START
    IF DisputeFound
       READ DisputeFile NEXT RECORD
          AT END MOVE "10" TO DisputeStatus
       END-READ
    END-IF
    DISPLAY CaseListHeading
    PERFORM UNTIL NOT DisputeFound
               OR SubscriberId-DC NOT = EnteredSubscriberNum
       PERFORM ShowOneCase
       ADD 1 TO ListedCount
       READ DisputeFile NEXT RECORD
          AT END MOVE "10" TO DisputeStatus
       END-READ
    END-PERFORM
    IF ListedCount = ZERO
       DISPLAY "No dispute cases for this subscriber."
    END-IF.

ShowOneCase.
    MOVE CaseNo-DC         TO PrnCaseNo
    MOVE BillPeriod-DC     TO PrnBillPeriod
    MOVE OpenedDate-DC     TO PrnOpenedDate
    MOVE DisputedAmount-DC TO PrnDisputedAmount
    MOVE CaseStatus-DC     TO PrnCaseStatus
    MOVE CaseOwner-DC      TO PrnCaseOwner
    IF CaseOpen-DC
       MOVE SPACES TO PrnResolvedDate
    ELSE
       MOVE ResolvedDate-DC TO PrnResolvedDate
    END-IF
    MOVE CreditGiven-DC    TO PrnCreditGiven
    DISPLAY CaseListLine.

GetValidSubscriber.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "SubscriberId (10 digits) - " WITH NO ADVANCING
       ACCEPT EnteredSubscriber
       IF EnteredSubscriber NOT NUMERIC
          DISPLAY "SubscriberId must be 10 digits - "
                  EnteredSubscriber
       ELSE
          MOVE EnteredSubscriberNum TO SubscriberId-SM
          READ SubscriberMaster
             INVALID KEY CONTINUE
          END-READ
          IF SubscriberFound
             DISPLAY "Subscriber - " SubscriberName-SM
             SET FieldAccepted TO TRUE
          ELSE
             DISPLAY "No subscriber " EnteredSubscriber " on file."
          END-IF
       END-IF
    END-PERFORM.

GetValidPeriod.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Billing period disputed (YYYYMM) - "
               WITH NO ADVANCING
       ACCEPT EnteredPeriod
       EVALUATE TRUE
           WHEN EnteredPeriod NOT NUMERIC
             OR EnteredPeriodMonth < 1 OR EnteredPeriodMonth > 12
                DISPLAY "Period must be YYYYMM - " EnteredPeriod
           WHEN EnteredPeriodNum > TodaysPeriod
                DISPLAY "That period has not been billed yet - "
                        EnteredPeriod
           WHEN OTHER
                SET FieldAccepted TO TRUE
       END-EVALUATE
    END-PERFORM.

GetValidAmount.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Amount (8 digits, as 999999v99) - " WITH NO ADVANCING
       ACCEPT EnteredAmount
       EVALUATE TRUE
           WHEN EnteredAmount NOT NUMERIC OR EnteredAmountNum = ZERO
                DISPLAY "Amount must be 8 digits and not zero - "
                        EnteredAmount
           WHEN EnteredAmountNum > MaximumAmount
                MOVE MaximumAmount TO PrnAmount
                DISPLAY "Amount cannot be more than " PrnAmount
           WHEN OTHER
                SET FieldAccepted TO TRUE
       END-EVALUATE
    END-PERFORM.

GetCaseOwner.
    DISPLAY "Case owner operator id (blank for yourself) - "
            WITH NO ADVANCING
    ACCEPT EnteredOwner
    IF EnteredOwner = SPACES
       MOVE OperatorId TO EnteredOwner
    END-IF.
