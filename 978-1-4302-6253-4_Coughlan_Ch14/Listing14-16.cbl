* Mandated subscribers with nothing owing, and debtors with no
* mandate, are counted but not drawn.  If the bank later returns an
* item unpaid, the bounce step (Listing14-17) reverses it.
* Amounts under an open bill dispute (Listing14-29) are not drawn:
* the subscriber's open disputed total is taken off what they owe
* before the collection is raised, and a subscriber whose whole
* debt is in dispute is not drawn at all.  The amounts held back are
* shown on the register and in the control totals.
* Prepaid accounts (account type P on the master) pay in advance
* and are never drawn, whatever mandate or balance is on file; they
* are counted in the control totals.
* A business or family bill-payer account (Listing14-35) owes one
* balance for all its lines, aged on the bill-payer's account number
* by Listing14-12, and it is drawn on the bill-payer's mandate and
* bank reference from the BillPayerFile.  Disputes raised on any of
* its lines are held back from that one balance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SubscriberMaster ASSIGN TO "Listing14-11Subs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SubscriberId-SM
           FILE STATUS IS SubscriberMasterStatus.

           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BalanceStatus.

    SELECT BillPayerFile ASSIGN TO "Listing14-35Payers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BillPayerId-BP
           FILE STATUS IS BillPayerStatus.

    SELECT BankCollectionFile ASSIGN TO "Listing14-16Collect.dat"
           ORGANIZATION LINE SEQUENTIAL.

           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PaymentsStatus.

    SELECT DisputeFile ASSIGN TO "Listing14-29Disputes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DisputeKey-DC
           FILE STATUS IS DisputeStatus.

DATA DIVISION.
FILE SECTION.
FD  SubscriberMaster.
*   The day the subscriber joined or last changed plan - the billing
*   run prorates the first recurring charge from it.
    02 PlanStartDate-SM   PIC 9(8).
    02 AccountType-SM     PIC X.
       88 PrepaidAccount-SM VALUE "P".
    02 BillPayerId-SM     PIC 9(10).

FD  BalanceFile.
01  BalanceRec.
    02 Bal90-BAL          PIC 9(6)V99.
    02 UnappliedCredit-BAL PIC 9(6)V99.

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

FD  BankCollectionFile.
01  CollectionRec.
    02 SubscriberId-COL   PIC 9(10).
    02 PayDate-PF         PIC 9(8).
    02 PayAmount-PF       PIC 9(6)V99.

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
       88 CaseOpen-DC     VALUE "O".
    02 CaseOwner-DC       PIC X(4).
    02 OpenedDate-DC      PIC 9(8).
    02 ResolvedDate-DC    PIC 9(8).
    02 CreditGiven-DC     PIC 9(6)V99.

WORKING-STORAGE SECTION.
01 SubscriberMasterStatus PIC XX.
   88 SubscriberMasterOK  VALUE "00", "02".
01 PaymentsStatus         PIC XX.
   88 NoPaymentsFileYet   VALUE "35".

01 BillPayerStatus        PIC XX.
   88 BillPayerFound      VALUE "00".
   88 NoBillPayerFile     VALUE "35".

*  Bill-payer account numbers are issued from here up.
01 FirstBillPayerId       PIC 9(10) VALUE 9000000000.

*  The account a balance belongs to, from the master for a line or
*  from the BillPayerFile for a bill-payer.
01 AccountKind            PIC X.
   88 AccountNotOnFile    VALUE "N".
   88 AccountIsPrepaid    VALUE "P".
   88 AccountIsPostpaid   VALUE "B".
01 AccountMandate         PIC X.
   88 AccountHasMandate   VALUE "Y".
01 AccountBankRef         PIC X(12).
01 DisputeAccountId       PIC 9(10).

01 DisputeStatus          PIC XX.
   88 NoDisputeFile       VALUE "35".

*  Open disputed amount per account - the subscriber, or the
*  bill-payer of a line that has one.
01 DisputeTable.
   02 DisputeEntry OCCURS 2000 TIMES.
      03 DS-SubscriberId   PIC 9(10).
      03 DS-OpenAmount     PIC 9(7)V99.

01 DisputeCount           PIC 9(4) VALUE ZERO.
01 DisputeIdx             PIC 9(4).
01 DisputedAmount         PIC 9(7)V99.

01 TodaysDate             PIC 9(8).
01 Outstanding            PIC S9(7)V99.
01 CollectAmount          PIC 9(6)V99.
   02 TotalCollected      PIC 9(8)V99 VALUE ZERO.
   02 MandatesNothingOwed PIC 9(5)    VALUE ZERO.
   02 DebtorsNoMandate    PIC 9(5)    VALUE ZERO.
   02 PrepaidNotDrawn     PIC 9(5)    VALUE ZERO.
   02 HeldForDispute      PIC 9(5)    VALUE ZERO.
   02 TotalHeldBack       PIC 9(8)V99 VALUE ZERO.

01 PrnCount               PIC ZZ,ZZ9.
01 PrnAmount              PIC ZZ,ZZZ,ZZ9.99.

01 RegisterHeading        PIC X(60) VALUE
   "Account No    Bank Reference      Amount Drawn    Disputed".

01 RegisterLine.
   02 PrnSubscriberId     PIC 9(10).
   02 PrnBankRef          PIC X(12).
   02 FILLER              PIC X(2)  VALUE SPACES.
   02 PrnDrawnAmount      PIC ZZZ,ZZ9.99.
   02 FILLER              PIC X(10) VALUE SPACES.
   02 PrnHeldAmount       PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.

PROCEDURE DIVISION.
Begin.
       DISPLAY "No balance file - nothing to collect."
       STOP RUN
    END-IF
    PERFORM LoadOpenDisputes
    OPEN INPUT SubscriberMaster
    OPEN INPUT BillPayerFile
    OPEN OUTPUT BankCollectionFile
    OPEN EXTEND PaymentsFile
    IF NoPaymentsFileYet
    PERFORM CollectOneBalance UNTIL EndOfBalanceFile
    CLOSE BalanceFile, SubscriberMaster, BankCollectionFile,
          PaymentsFile
    IF NOT NoBillPayerFile
       CLOSE BillPayerFile
    END-IF
    DISPLAY " "
    MOVE CollectionsRaised TO PrnCount
    DISPLAY "Collections raised            - " PrnCount
    DISPLAY "Mandates with nothing owing   - " PrnCount
    MOVE DebtorsNoMandate TO PrnCount
    DISPLAY "Debtors with no mandate       - " PrnCount
    MOVE PrepaidNotDrawn TO PrnCount
    DISPLAY "Prepaid accounts not drawn    - " PrnCount
    MOVE HeldForDispute TO PrnCount
    DISPLAY "Collections held for dispute  - " PrnCount
    MOVE TotalHeldBack TO PrnAmount
    DISPLAY "Total held back for dispute   - " PrnAmount
    STOP RUN.

LoadOpenDisputes.
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
    IF SubscriberMasterOK AND BillPayerId-SM NOT = ZERO
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
       MOVE ZERO TO DS-OpenAmount(DisputeCount)
    END-IF
    ADD DisputedAmount-DC TO DS-OpenAmount(DisputeIdx).

FindDisputedAmount.
    MOVE ZERO TO DisputedAmount
    PERFORM VARYING DisputeIdx FROM 1 BY 1
            UNTIL DisputeIdx > DisputeCount
       IF DS-SubscriberId(DisputeIdx) = SubscriberId-BAL
          MOVE DS-OpenAmount(DisputeIdx) TO DisputedAmount
       END-IF
    END-PERFORM.

CollectOneBalance.
    COMPUTE Outstanding =
            BalCurrent-BAL + Bal30-BAL + Bal60-BAL + Bal90-BAL
            - UnappliedCredit-BAL
    IF SubscriberId-BAL < FirstBillPayerId
       PERFORM FindSubscriberAccount
    ELSE
       PERFORM FindBillPayerAccount
    END-IF
    EVALUATE TRUE
        WHEN AccountNotOnFile
             CONTINUE
        WHEN AccountIsPrepaid
             ADD 1 TO PrepaidNotDrawn
        WHEN NOT AccountHasMandate
             IF Outstanding > ZERO
                ADD 1 TO DebtorsNoMandate
             END-IF
        WHEN Outstanding NOT GREATER THAN ZERO
             ADD 1 TO MandatesNothingOwed
        WHEN OTHER
             PERFORM FindDisputedAmount
             PERFORM CollectUndisputedAmount
    END-EVALUATE
    PERFORM ReadBalanceFile.

FindSubscriberAccount.
*   Bill-payer balances sort after every line, so the master walk
*   is finished by the time they are reached.
    PERFORM UNTIL EndOfSubscriberMaster
            OR SubscriberId-SM NOT LESS THAN SubscriberId-BAL
       PERFORM ReadSubscriberMaster
    END-PERFORM
    EVALUATE TRUE
        WHEN EndOfSubscriberMaster
          OR SubscriberId-SM NOT = SubscriberId-BAL
             SET AccountNotOnFile TO TRUE
        WHEN PrepaidAccount-SM
             SET AccountIsPrepaid TO TRUE
        WHEN OTHER
             SET AccountIsPostpaid TO TRUE
             MOVE DDMandate-SM TO AccountMandate
             MOVE DDBankRef-SM TO AccountBankRef
    END-EVALUATE.

FindBillPayerAccount.
    SET AccountNotOnFile TO TRUE
    IF NoBillPayerFile
       EXIT PARAGRAPH
    END-IF
    MOVE SubscriberId-BAL TO BillPayerId-BP
    READ BillPayerFile
       INVALID KEY CONTINUE
    END-READ
    IF BillPayerFound
       SET AccountIsPostpaid TO TRUE
       MOVE DDMandate-BP TO AccountMandate
       MOVE DDBankRef-BP TO AccountBankRef
    END-IF.

CollectUndisputedAmount.
*   Only what is not under dispute is drawn.
    IF DisputedAmount NOT LESS THAN Outstanding
       ADD 1 TO HeldForDispute
       ADD Outstanding TO TotalHeldBack
       MOVE SubscriberId-BAL TO PrnSubscriberId
       MOVE AccountBankRef   TO PrnBankRef
       MOVE ZERO             TO PrnDrawnAmount
       MOVE Outstanding      TO PrnHeldAmount
       DISPLAY RegisterLine
    ELSE
       ADD DisputedAmount TO TotalHeldBack
       SUBTRACT DisputedAmount FROM Outstanding
       PERFORM RaiseOneCollection
    END-IF.

RaiseOneCollection.
    MOVE Outstanding TO CollectAmount
    MOVE SubscriberId-BAL TO SubscriberId-COL
    MOVE AccountBankRef   TO BankRef-COL
    MOVE TodaysDate       TO CollectDate-COL
    MOVE CollectAmount    TO CollectAmount-COL
    WRITE CollectionRec
    ADD 1 TO CollectionsRaised
    ADD CollectAmount TO TotalCollected
    MOVE SubscriberId-BAL TO PrnSubscriberId
    MOVE AccountBankRef   TO PrnBankRef
    MOVE CollectAmount    TO PrnDrawnAmount
    MOVE DisputedAmount   TO PrnHeldAmount
    DISPLAY RegisterLine.

ReadSubscriberMaster.
