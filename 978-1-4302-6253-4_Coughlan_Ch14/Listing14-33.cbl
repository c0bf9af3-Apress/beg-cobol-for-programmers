IDENTIFICATION DIVISION.
PROGRAM-ID. Listing14-33.
AUTHOR. Michael Coughlan.
* Universal Telecoms prepaid (pay-as-you-go) top-up capture.
* A prepaid subscriber (account type P on the SubscriberMaster)
* pays for service in advance.  Their running credit lives on the
* INDEXED PrepaidBalanceFile, one record per subscriber keyed on
* SubscriberId, created by their first top-up.  The operator (level
* 2, signed on through the shared SignOnOperator service) keys each
* top-up - the subscriber, how it was paid (S shop, V voucher, C
* card), the voucher number, card authorisation or shop receipt as
* its reference, and the amount - and the balance is credited at
* once.  Every top-up is also appended to the TopUpFile journal, so
* finance can see the day's takings behind the liability figure.
* The balance can be looked up without changing it.
* Usage is debited from the balance by the daily prepaid rating run
* (Listing14-34), which also prints the low-balance alert list and
* the prepaid liability.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SubscriberMaster ASSIGN TO "Listing14-11Subs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SubscriberId-SM
           FILE STATUS IS SubscriberMasterStatus.

    SELECT PrepaidBalanceFile ASSIGN TO "Listing14-33Prepaid.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SubscriberId-PP
           FILE STATUS IS PrepaidStatus.

    SELECT TopUpFile ASSIGN TO "Listing14-33TopUps.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TopUpStatus.

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
       88 PrepaidAccount-SM VALUE "P".
    02 BillPayerId-SM     PIC 9(10).

FD  PrepaidBalanceFile.
01  PrepaidBalanceRec.
    02 SubscriberId-PP    PIC 9(10).
*   Below zero when usage rated after the credit ran out.
    02 Balance-PP         PIC S9(6)V99.
    02 LastTopUpDate-PP   PIC 9(8).
*   Date-time of the last usage record debited; the rating run only
*   debits usage after it, so no call is charged twice.
    02 RatedUpTo-PP       PIC 9(14).
    02 LastRatedDate-PP   PIC 9(8).
    02 TotalToppedUp-PP   PIC 9(7)V99.
    02 TotalUsed-PP       PIC 9(7)V99.

FD  TopUpFile.
01  TopUpRec.
    02 SubscriberId-TU    PIC 9(10).
    02 TopUpDateTime-TU   PIC 9(14).
    02 Channel-TU         PIC X.
    02 TopUpAmount-TU     PIC 9(4)V99.
    02 Reference-TU       PIC X(16).
    02 OperatorId-TU      PIC X(4).

WORKING-STORAGE SECTION.
01 SubscriberMasterStatus PIC XX.
   88 SubscriberFound     VALUE "00".

01 PrepaidStatus          PIC XX.
   88 BalanceFound        VALUE "00".
   88 NoPrepaidFileYet    VALUE "35".

01 TopUpStatus            PIC XX.
   88 NoTopUpFileYet      VALUE "35".

01 OperatorId             PIC X(4).
01 SignOnProgramName      PIC X(12) VALUE "Listing14-33".
01 OperatorPermission     PIC 9.
   88 UpdatesAllowed      VALUE 2, 3.
01 LogActionName          PIC X(8).

01 MenuChoice             PIC X.
   88 ChoseTopUp          VALUE "1".
   88 ChoseShowBalance    VALUE "2".
   88 ChoseQuit           VALUE "0".
   88 ValidMenuChoice     VALUE "0" THRU "2".

01 EnteredSubscriber      PIC X(10).
01 EnteredSubscriberNum REDEFINES EnteredSubscriber
                          PIC 9(10).
01 EnteredChannel         PIC X.
   88 ShopTopUp           VALUE "S", "s".
   88 VoucherTopUp        VALUE "V", "v".
   88 CardTopUp           VALUE "C", "c".
   88 ValidChannel        VALUE "S", "s", "V", "v", "C", "c".
01 EnteredReference       PIC X(16).
01 EnteredAmount          PIC X(6).
01 EnteredAmountNum REDEFINES EnteredAmount
                          PIC 9(4)V99.

01 FILLER                 PIC X VALUE "n".
   88 FieldAccepted       VALUE "y".
   88 FieldRejected       VALUE "n".

01 ConfirmReply           PIC X.
   88 EntryConfirmed      VALUE "Y", "y".

01 CurrentDateTime        PIC 9(14).
01 TodaysDate             PIC 9(8).

01 SessionCounts.
   02 TopUpsTaken         PIC 9(4)    VALUE ZERO.
   02 TotalTakenShop      PIC 9(7)V99 VALUE ZERO.
   02 TotalTakenVoucher   PIC 9(7)V99 VALUE ZERO.
   02 TotalTakenCard      PIC 9(7)V99 VALUE ZERO.

01 PrnCount               PIC ZZZ9.
01 PrnAmount              PIC ZZZ,ZZ9.99.
01 PrnBalance             PIC ---,--9.99.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Prepaid top-up capture"
    CALL "SignOnOperator" USING SignOnProgramName, OperatorId,
                                OperatorPermission
    IF NOT UpdatesAllowed
       DISPLAY "Taking prepaid top-ups needs permission level 2."
       STOP RUN
    END-IF
    OPEN INPUT SubscriberMaster
    OPEN I-O PrepaidBalanceFile
    IF NoPrepaidFileYet
       OPEN OUTPUT PrepaidBalanceFile
       CLOSE PrepaidBalanceFile
       OPEN I-O PrepaidBalanceFile
    END-IF
    OPEN EXTEND TopUpFile
    IF NoTopUpFileYet
       OPEN OUTPUT TopUpFile
    END-IF
    PERFORM DisplayMenuAndGetChoice
    PERFORM UNTIL ChoseQuit
       EVALUATE TRUE
           WHEN ChoseTopUp       PERFORM TakeOneTopUp
           WHEN ChoseShowBalance PERFORM ShowOneBalance
       END-EVALUATE
       PERFORM DisplayMenuAndGetChoice
    END-PERFORM
    CLOSE SubscriberMaster, PrepaidBalanceFile, TopUpFile
    DISPLAY " "
    MOVE TopUpsTaken TO PrnCount
    DISPLAY "Top-ups taken this session  - " PrnCount
    MOVE TotalTakenShop TO PrnAmount
    DISPLAY "  taken in shop             - " PrnAmount
    MOVE TotalTakenVoucher TO PrnAmount
    DISPLAY "  by voucher                - " PrnAmount
    MOVE TotalTakenCard TO PrnAmount
    DISPLAY "  by card                   - " PrnAmount
    STOP RUN.

DisplayMenuAndGetChoice.
    DISPLAY " "
    DISPLAY "1. Top up a prepaid account"
    DISPLAY "2. Show a prepaid balance"
    DISPLAY "0. Quit"
    MOVE SPACE TO MenuChoice
    PERFORM UNTIL ValidMenuChoice
       DISPLAY "Enter choice - " WITH NO ADVANCING
       ACCEPT MenuChoice
    END-PERFORM.

TakeOneTopUp.
    PERFORM GetValidPrepaidSubscriber
    PERFORM GetValidChannel
    DISPLAY "Voucher no, card authorisation or receipt - "
            WITH NO ADVANCING
    ACCEPT EnteredReference
    PERFORM GetValidAmount
    MOVE EnteredAmountNum TO PrnAmount
    DISPLAY "Credit " PrnAmount " to " SubscriberName-SM
            " (Y/N) - " WITH NO ADVANCING
    ACCEPT ConfirmReply
    IF NOT EntryConfirmed
       DISPLAY "Not taken."
       EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:14) TO CurrentDateTime
    MOVE CurrentDateTime(1:8) TO TodaysDate
    MOVE EnteredSubscriberNum TO SubscriberId-PP
    READ PrepaidBalanceFile
       INVALID KEY CONTINUE
    END-READ
    IF BalanceFound
       ADD EnteredAmountNum TO Balance-PP, TotalToppedUp-PP
       MOVE TodaysDate TO LastTopUpDate-PP
       REWRITE PrepaidBalanceRec
          INVALID KEY
             DISPLAY "Unexpected rewrite error on PrepaidBalanceFile"
                     " - " PrepaidStatus
             EXIT PARAGRAPH
       END-REWRITE
    ELSE
       MOVE EnteredSubscriberNum TO SubscriberId-PP
       MOVE EnteredAmountNum     TO Balance-PP, TotalToppedUp-PP
       MOVE TodaysDate           TO LastTopUpDate-PP
       MOVE ZERO TO RatedUpTo-PP, LastRatedDate-PP, TotalUsed-PP
       WRITE PrepaidBalanceRec
          INVALID KEY
             DISPLAY "Unexpected write error on PrepaidBalanceFile"
                     " - " PrepaidStatus
             EXIT PARAGRAPH
       END-WRITE
    END-IF
    MOVE EnteredSubscriberNum TO SubscriberId-TU
    MOVE CurrentDateTime      TO TopUpDateTime-TU
    EVALUATE TRUE
        WHEN ShopTopUp    MOVE "S" TO Channel-TU
        WHEN VoucherTopUp MOVE "V" TO Channel-TU
        WHEN CardTopUp    MOVE "C" TO Channel-TU
    END-EVALUATE
    MOVE EnteredAmountNum     TO TopUpAmount-TU
    MOVE EnteredReference     TO Reference-TU
    MOVE OperatorId           TO OperatorId-TU
    WRITE TopUpRec
    ADD 1 TO TopUpsTaken
    EVALUATE TRUE
        WHEN ShopTopUp    ADD EnteredAmountNum TO TotalTakenShop
        WHEN VoucherTopUp ADD EnteredAmountNum TO TotalTakenVoucher
        WHEN CardTopUp    ADD EnteredAmountNum TO TotalTakenCard
    END-EVALUATE
    MOVE "PPTOPUP" TO LogActionName
    CALL "LogOperatorAction" USING OperatorId, SignOnProgramName,
                                   LogActionName
    MOVE Balance-PP TO PrnBalance
    DISPLAY "Topped up - balance now " PrnBalance.

ShowOneBalance.
    PERFORM GetValidPrepaidSubscriber
    MOVE EnteredSubscriberNum TO SubscriberId-PP
    READ PrepaidBalanceFile
       INVALID KEY CONTINUE
    END-READ
    IF NOT BalanceFound
       DISPLAY "No top-up taken yet for " SubscriberName-SM
       EXIT PARAGRAPH
    END-IF
    MOVE Balance-PP TO PrnBalance
    DISPLAY "Balance            - " PrnBalance
    DISPLAY "Last top-up        - " LastTopUpDate-PP
    DISPLAY "Usage rated up to  - " RatedUpTo-PP
    MOVE TotalToppedUp-PP TO PrnAmount
    DISPLAY "Topped up to date  - " PrnAmount
    MOVE TotalUsed-PP TO PrnAmount
    DISPLAY "Used to date       - " PrnAmount.

GetValidPrepaidSubscriber.
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
          EVALUATE TRUE
              WHEN NOT SubscriberFound
                   DISPLAY "No subscriber " EnteredSubscriber
                           " on file."
              WHEN NOT PrepaidAccount-SM
                   DISPLAY SubscriberName-SM " is a billed account,"
                           " not prepaid."
              WHEN OTHER
                   DISPLAY "Subscriber - " SubscriberName-SM
                   SET FieldAccepted TO TRUE
          END-EVALUATE
       END-IF
    END-PERFORM.

GetValidChannel.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Paid by (S shop, V voucher, C card) - "
               WITH NO ADVANCING
       ACCEPT EnteredChannel
       IF ValidChannel
          SET FieldAccepted TO TRUE
       ELSE
          DISPLAY "Enter S, V or C - " EnteredChannel
       END-IF
    END-PERFORM.

GetValidAmount.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Amount (6 digits, as 9999v99) - " WITH NO ADVANCING
       ACCEPT EnteredAmount
       IF EnteredAmount NOT NUMERIC OR EnteredAmountNum = ZERO
          DISPLAY "Amount must be 6 digits and not zero - "
                  EnteredAmount
       ELSE
          SET FieldAccepted TO TRUE
       END-IF
    END-PERFORM.
