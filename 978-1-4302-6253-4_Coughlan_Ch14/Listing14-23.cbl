*     falls out of the billing run as an exception;
*   - the termination is marked processed so it is never archived
*     twice.
* Handset instalment agreements (Listing14-31) are settled at
* closure, not written off: the handset balance the final bill
* charged is left on the account for collection and only the rest
* of the residue is written off, and an agreement the final bill
* did not reach (no final bill was cut) has its balance billed here,
* onto the BilledItemsFile, with the agreement marked settled.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PaymentsStatus.

    SELECT BilledItemsFile ASSIGN TO "Listing14-12Billed.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BilledItemsStatus.

    SELECT InstalmentFile ASSIGN TO "Listing14-31Instal.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS InstalmentStatus.

DATA DIVISION.
FILE SECTION.
FD  TerminationFile.
    02 DDMandate-SM       PIC X.
    02 DDBankRef-SM       PIC X(12).
    02 PlanStartDate-SM   PIC 9(8).
    02 AccountType-SM     PIC X.
    02 BillPayerId-SM     PIC 9(10).

FD  NewBalanceFile.
01  BalanceRec.

FD  ClosedArchiveFile.
01  ClosedArchiveRec.
    02 MasterImage-CA     PIC X(129).
    02 ClosureDate-CA     PIC 9(8).
    02 ReasonCode-CA      PIC X(3).
    02 WrittenOff-CA      PIC 9(6)V99.
    02 PayDate-PF         PIC 9(8).
    02 PayAmount-PF       PIC 9(6)V99.

FD  BilledItemsFile.
01  BilledItemRec.
    02 SubscriberId-BI    PIC 9(10).
    02 BillDate-BI        PIC 9(8).
    02 BillAmount-BI      PIC 9(6)V99.

FD  InstalmentFile.
01  InstalmentRec.
    88 EndOfInstalmentFile VALUE HIGH-VALUES.
    02 FILLER             PIC X(77).

WORKING-STORAGE SECTION.
01 TerminationStatus      PIC XX.
   88 NoTerminationFile   VALUE "35".
01 PaymentsStatus         PIC XX.
   88 NoPaymentsFileYet   VALUE "35".

01 BilledItemsStatus      PIC XX.
   88 NoBilledItemsYet    VALUE "35".

01 InstalmentStatus       PIC XX.
   88 NoInstalmentFile    VALUE "35".

*  Handset instalment agreements, rewritten at end of run with any
*  settled here.
01 InstalmentTable.
   02 InstalmentEntry OCCURS 1000 TIMES.
      03 HT-Rec            PIC X(77).
      03 HT-Fields REDEFINES HT-Rec.
         04 HT-SubscriberId  PIC 9(10).
         04 HT-AgreementDate PIC 9(8).
         04 HT-Handset       PIC X(20).
         04 HT-TotalPrice    PIC 9(5)V99.
         04 HT-Deposit       PIC 9(5)V99.
         04 HT-Instalments   PIC 99.
         04 HT-Billed        PIC 99.
         04 HT-LastPeriod    PIC 9(6).
         04 HT-LastAmount    PIC 9(5)V99.
         04 HT-Status        PIC X.
            88 HT-Active     VALUE "A".
            88 HT-Settled    VALUE "S".
         04 HT-SettledAmount PIC 9(5)V99.

01 InstalmentCount        PIC 9(4) VALUE ZERO.
01 InstalmentIdx          PIC 9(4).
01 FinancedAmount         PIC 9(5)V99.
01 InstalmentAmount       PIC 9(5)V99.
01 HandsetKept            PIC 9(6)V99.
01 FILLER                 PIC X VALUE "n".
   88 InstalmentsChanged  VALUE "y".

*  Outstanding balances, loaded so each closing account's residue
*  can be measured.
01 BalanceTable.
01 WriteOffCount          PIC 9(4)    VALUE ZERO.
01 TotalWrittenOff        PIC 9(8)V99 VALUE ZERO.
01 NotYetDue              PIC 9(4)    VALUE ZERO.
01 HandsetBilledCount     PIC 9(4)    VALUE ZERO.
01 TotalHandsetBilled     PIC 9(8)V99 VALUE ZERO.
01 TotalHandsetKept       PIC 9(8)V99 VALUE ZERO.
01 PrnCount               PIC ZZZ9.
01 PrnAmount              PIC ZZZ,ZZ9.99.

       STOP RUN
    END-IF
    PERFORM LoadBalanceTable
    PERFORM LoadInstalmentTable
    OPEN I-O SubscriberMaster
    OPEN OUTPUT NewTerminationFile
    OPEN EXTEND ClosedArchiveFile
    IF NoPaymentsFileYet
       OPEN OUTPUT PaymentsFile
    END-IF
    OPEN EXTEND BilledItemsFile
    IF NoBilledItemsYet
       OPEN OUTPUT BilledItemsFile
    END-IF
    DISPLAY "***** ACCOUNT CLOSURE REGISTER *****"
    READ TerminationFile
       AT END SET EndOfTerminationFile TO TRUE
    END-READ
    PERFORM ProcessOneTermination UNTIL EndOfTerminationFile
    CLOSE TerminationFile, NewTerminationFile, SubscriberMaster,
          ClosedArchiveFile, PaymentsFile, BilledItemsFile
    PERFORM CopyTerminationsBack
    PERFORM RewriteInstalmentFile
    DISPLAY " "
    MOVE AccountsClosed TO PrnCount
    DISPLAY "Accounts closed and archived - " PrnCount
    DISPLAY "Total written off            - " PrnAmount
    MOVE NotYetDue TO PrnCount
    DISPLAY "Closures not yet due         - " PrnCount
    MOVE HandsetBilledCount TO PrnCount
    DISPLAY "Handset balances billed here - " PrnCount
    MOVE TotalHandsetBilled TO PrnAmount
    DISPLAY "Handset balance billed here  - " PrnAmount
    MOVE TotalHandsetKept TO PrnAmount
    DISPLAY "Handset debt kept, not w/off - " PrnAmount
    STOP RUN.

LoadInstalmentTable.
    OPEN INPUT InstalmentFile
    IF NoInstalmentFile
       EXIT PARAGRAPH
    END-IF
    READ InstalmentFile
       AT END SET EndOfInstalmentFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfInstalmentFile
       IF InstalmentCount NOT LESS THAN 1000
          DISPLAY "More than 1000 instalment agreements - the table"
                  " must be enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO InstalmentCount
       MOVE InstalmentRec TO HT-Rec(InstalmentCount)
       READ InstalmentFile
          AT END SET EndOfInstalmentFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE InstalmentFile.

SettleHandsetAgreements.
*   Handset balance billed on the final bill stays collectable; an
*   agreement still active has its balance billed now.
    MOVE ZERO TO HandsetKept
    PERFORM VARYING InstalmentIdx FROM 1 BY 1
            UNTIL InstalmentIdx > InstalmentCount
       IF HT-SubscriberId(InstalmentIdx) = SubscriberId-TRM
          EVALUATE TRUE
              WHEN HT-Settled(InstalmentIdx)
                   ADD HT-SettledAmount(InstalmentIdx) TO HandsetKept
              WHEN HT-Active(InstalmentIdx)
                   PERFORM BillHandsetBalance
          END-EVALUATE
       END-IF
    END-PERFORM.

BillHandsetBalance.
    COMPUTE FinancedAmount = HT-TotalPrice(InstalmentIdx)
                             - HT-Deposit(InstalmentIdx)
    COMPUTE InstalmentAmount =
            FinancedAmount / HT-Instalments(InstalmentIdx)
    COMPUTE InstalmentAmount = FinancedAmount
            - (InstalmentAmount * HT-Billed(InstalmentIdx))
    MOVE HT-Instalments(InstalmentIdx) TO HT-Billed(InstalmentIdx)
    MOVE "S"              TO HT-Status(InstalmentIdx)
    MOVE InstalmentAmount TO HT-SettledAmount(InstalmentIdx)
    MOVE TodaysDate(1:6)  TO HT-LastPeriod(InstalmentIdx)
    MOVE InstalmentAmount TO HT-LastAmount(InstalmentIdx)
    SET InstalmentsChanged TO TRUE
    MOVE SubscriberId-TRM TO SubscriberId-BI
    MOVE TodaysDate       TO BillDate-BI
    MOVE InstalmentAmount TO BillAmount-BI
    WRITE BilledItemRec
    ADD 1 TO HandsetBilledCount
    ADD InstalmentAmount TO TotalHandsetBilled
    MOVE InstalmentAmount TO PrnAmount
    DISPLAY "  handset balance billed - " PrnAmount " ("
            HT-Handset(InstalmentIdx) ")".

RewriteInstalmentFile.
    IF NOT InstalmentsChanged
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT InstalmentFile
    PERFORM VARYING InstalmentIdx FROM 1 BY 1
            UNTIL InstalmentIdx > InstalmentCount
       WRITE InstalmentRec FROM HT-Rec(InstalmentIdx)
    END-PERFORM
    CLOSE InstalmentFile.

LoadBalanceTable.
    OPEN INPUT NewBalanceFile
    IF NoBalanceFile
       WRITE NewTerminationRec FROM TerminationRec
       EXIT PARAGRAPH
    END-IF
    PERFORM SettleHandsetAgreements
    PERFORM WriteOffResidue
    MOVE SubscriberMasterRec TO MasterImage-CA
    MOVE ClosureDate-TRM     TO ClosureDate-CA
          MOVE BT-Outstanding(BalanceIdx) TO Residue
       END-IF
    END-PERFORM
*   The handset balance on the final bill is collected, not waived.
    IF HandsetKept > ZERO AND Residue > ZERO
       IF HandsetKept > Residue
          MOVE Residue TO HandsetKept
       END-IF
       SUBTRACT HandsetKept FROM Residue
       ADD HandsetKept TO TotalHandsetKept
       MOVE HandsetKept TO PrnAmount
       DISPLAY "  handset balance kept for collection - " PrnAmount
    END-IF
    IF Residue > ZERO
       MOVE Residue TO WriteOffAmount
       MOVE SubscriberId-TRM TO SubscriberId-PF
