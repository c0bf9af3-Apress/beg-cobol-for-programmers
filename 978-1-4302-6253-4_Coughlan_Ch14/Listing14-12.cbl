* a work file and the three inputs are walked together in ascending
* SubscriberId order, the same matched-sequential shape as the
* Listing10-5 stock update.
* Debt is aged on the billing account: a line owned by a business or
* family bill-payer (BillPayerId on the SubscriberMaster, account on
* the BillPayerFile of Listing14-35) has its billed items, its
* payments and any balance it carried before it joined the account
* gathered onto the bill-payer's account number as they are sorted,
* so the bill-payer's lines age, are paid and are reported as one
* debt.  Lines billed on their own are aged on their SubscriberId as
* before.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BalanceStatus.

    SELECT SortedBalanceFile ASSIGN TO "Listing14-12Bal.Srt"
           ORGANIZATION LINE SEQUENTIAL.

    SELECT SubscriberMaster ASSIGN TO "Listing14-11Subs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SubscriberId-SM
           FILE STATUS IS SubscriberMasterStatus.

    SELECT NewBalanceFile ASSIGN TO "Listing14-12NewBal.dat"
           ORGANIZATION LINE SEQUENTIAL.


    SELECT PayWorkFile ASSIGN TO "WORK1.TMP".
    SELECT BillWorkFile ASSIGN TO "WORK2.TMP".
    SELECT BalWorkFile ASSIGN TO "WORK3.TMP".

DATA DIVISION.
FILE SECTION.
    02 BillAmount-SB      PIC 9(6)V99.

FD  BalanceFile.
01  CarriedBalanceRec.
    88 EndOfCarriedBalances VALUE HIGH-VALUES.
    02 SubscriberId-CB    PIC 9(10).
    02 FILLER             PIC X(40).

SD  BalWorkFile.
01  BalWorkRec.
    02 SubscriberId-BWK   PIC 9(10).
    02 FILLER             PIC X(40).

FD  SortedBalanceFile.
01  BalanceRec.
    88 EndOfBalanceFile   VALUE HIGH-VALUES.
    02 SubscriberId-BAL   PIC 9(10).
    02 Bal90-BAL          PIC 9(6)V99.
    02 UnappliedCredit-BAL PIC 9(6)V99.

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

FD  NewBalanceFile.
01  NewBalanceRec.
    02 SubscriberId-NB    PIC 9(10).
01 FailedCollectionStatus PIC XX.
   88 NoFailedFile        VALUE "35".

01 SubscriberMasterStatus PIC XX.
   88 SubscriberFound     VALUE "00".

*  The account an item is aged on - the bill-payer's for a line that
*  has one, otherwise the id as it stands.
01 BillingAccountId       PIC 9(10).

*  Subscribers with a bounced direct debit this period.
01 FailedDDTable.
   02 FailedDDEntry OCCURS 500 TIMES.
   02 TotFailedDD          PIC 9(8)V99 VALUE ZERO.

01 ReportHeading          PIC X(76) VALUE
   "Account No        Current        30d        60d       90d+      Balance".

01 DetailLine.
   02 PrnSubscriberId     PIC 9(10).

PROCEDURE DIVISION.
Begin.
    OPEN INPUT SubscriberMaster
    SORT PayWorkFile ON ASCENDING KEY SubscriberId-PWF PayDate-PWF
         INPUT PROCEDURE IS ReleasePayments
         GIVING SortedPaymentsFile
    SORT BillWorkFile ON ASCENDING KEY SubscriberId-BWF BillDate-BWF
         INPUT PROCEDURE IS ReleaseBilledItems
         GIVING SortedBilledFile
    SORT BalWorkFile ON ASCENDING KEY SubscriberId-BWK
         INPUT PROCEDURE IS ReleaseCarriedBalances
         GIVING SortedBalanceFile
    CLOSE SubscriberMaster

    PERFORM LoadFailedDDTable
    PERFORM OpenBalanceFiles
    OPEN INPUT SortedPaymentsFile
    OPEN INPUT SortedBilledFile
    PERFORM ReadBalanceFile
    PERFORM ReadSortedPayment
    PERFORM ReadSortedBill
    DISPLAY "***** UNIVERSAL TELECOMS AGED DEBT REPORT *****"
    PERFORM ProcessOneSubscriber
            UNTIL EndOfBalanceFile AND EndOfSortedPayments
                  AND EndOfSortedBilled
    CLOSE SortedBalanceFile, SortedPaymentsFile, SortedBilledFile,
          NewBalanceFile
    PERFORM PrintControlTotals
    PERFORM PrintFailedCollections
    PERFORM PrintDunningList
    DISPLAY ControlLine.

OpenBalanceFiles.
    OPEN INPUT SortedBalanceFile
    OPEN OUTPUT NewBalanceFile.

ReleaseCarriedBalances.
*  The first month-end has no carried-forward balances yet.
    OPEN INPUT BalanceFile
    IF NoBalanceFile
       CONTINUE
    ELSE
       READ BalanceFile
          AT END SET EndOfCarriedBalances TO TRUE
       END-READ
       PERFORM UNTIL EndOfCarriedBalances
          MOVE SubscriberId-CB TO BillingAccountId
          PERFORM FindBillingAccount
          MOVE CarriedBalanceRec TO BalWorkRec
          MOVE BillingAccountId  TO SubscriberId-BWK
          RELEASE BalWorkRec
          READ BalanceFile
             AT END SET EndOfCarriedBalances TO TRUE
          END-READ
       END-PERFORM
       CLOSE BalanceFile
    END-IF.

FindBillingAccount.
*  A line owned by a bill-payer is aged on the bill-payer's account.
*  Bill-payer account numbers are not on the master and stand as
*  they are.
    MOVE BillingAccountId TO SubscriberId-SM
    READ SubscriberMaster
       INVALID KEY CONTINUE
    END-READ
    IF SubscriberFound AND BillPayerId-SM NOT = ZERO
       MOVE BillPayerId-SM TO BillingAccountId
    END-IF.

ReleasePayments.
    OPEN INPUT PaymentsFile
          AT END SET EndOfPaymentsFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfPaymentsFile
          MOVE SubscriberId-PF TO BillingAccountId
          PERFORM FindBillingAccount
          MOVE PaymentRec-PF    TO PayWorkRec
          MOVE BillingAccountId TO SubscriberId-PWF
          RELEASE PayWorkRec
          READ PaymentsFile
             AT END SET EndOfPaymentsFile TO TRUE
          AT END SET EndOfBilledFile TO TRUE
       END-READ
       PERFORM UNTIL EndOfBilledFile
          MOVE SubscriberId-BF TO BillingAccountId
          PERFORM FindBillingAccount
          MOVE BilledRec-BF     TO BillWorkRec
          MOVE BillingAccountId TO SubscriberId-BWF
          RELEASE BillWorkRec
          READ BilledItemsFile
             AT END SET EndOfBilledFile TO TRUE
    END-IF

    MOVE ZEROS TO WorkBuckets
*   Last month's buckets age forward one period - a bill-payer's
*   account may gather several, one per line that carried a balance.
    PERFORM UNTIL EndOfBalanceFile
            OR SubscriberId-BAL NOT = CurrentSubscriber
       ADD Bal60-BAL  TO Wrk90
       ADD Bal90-BAL  TO Wrk90
       ADD Bal30-BAL     TO Wrk60
       ADD BalCurrent-BAL TO Wrk30
       ADD UnappliedCredit-BAL TO WrkCredit
       PERFORM ReadBalanceFile
    END-PERFORM
    PERFORM UNTIL EndOfSortedBilled
            OR SubscriberId-SB NOT = CurrentSubscriber
       ADD BillAmount-SB TO WrkCurrent
    END-IF.

ReadBalanceFile.
    READ SortedBalanceFile
       AT END SET EndOfBalanceFile TO TRUE
    END-READ.

