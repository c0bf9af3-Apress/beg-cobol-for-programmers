IDENTIFICATION DIVISION.
PROGRAM-ID. Listing14-32.
AUTHOR. Michael Coughlan.
* Universal Telecoms monthly handset debt report.
* Run after the billing run (Listing14-3).  Every active handset
* instalment agreement on the InstalmentFile (Listing14-31) is
* listed in SubscriberId order with the instalments billed so far,
* the monthly instalment and the handset balance still to be billed,
* and the base totals show the handset debt yet to come onto bills -
* split into what the next twelve bills will carry and what falls
* after - beside the agreements completed and those settled when the
* account closed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT InstalmentFile ASSIGN TO "Listing14-31Instal.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS InstalmentStatus.

    SELECT SubscriberMaster ASSIGN TO "Listing14-11Subs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SubscriberId-SM
           FILE STATUS IS SubscriberMasterStatus.

DATA DIVISION.
FILE SECTION.
FD  InstalmentFile.
01  InstalmentRec.
    88 EndOfInstalmentFile VALUE HIGH-VALUES.
    02 SubscriberId-HI    PIC 9(10).
    02 AgreementDate-HI   PIC 9(8).
    02 Handset-HI         PIC X(20).
    02 TotalPrice-HI      PIC 9(5)V99.
    02 Deposit-HI         PIC 9(5)V99.
    02 Instalments-HI     PIC 99.
    02 InstalmentsBilled-HI PIC 99.
    02 LastBilledPeriod-HI PIC 9(6).
    02 LastBilledAmount-HI PIC 9(5)V99.
    02 AgreementStatus-HI PIC X.
       88 AgreementActive-HI    VALUE "A".
       88 AgreementCompleted-HI VALUE "C".
       88 AgreementSettled-HI   VALUE "S".
    02 SettledAmount-HI   PIC 9(5)V99.

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

WORKING-STORAGE SECTION.
01 InstalmentStatus       PIC XX.
   88 NoInstalmentFile    VALUE "35".

01 SubscriberMasterStatus PIC XX.
   88 SubscriberFound     VALUE "00".

*  Active agreements, sorted by SubscriberId for printing.
01 AgreementTable.
   02 AgreementEntry OCCURS 1000 TIMES.
      03 AG-SubscriberId   PIC 9(10).
      03 AG-Handset        PIC X(20).
      03 AG-Instalments    PIC 99.
      03 AG-Billed         PIC 99.
      03 AG-Monthly        PIC 9(5)V99.
      03 AG-StillToBill    PIC 9(5)V99.

01 AgreementCount         PIC 9(4) VALUE ZERO.
01 AgreementIdx           PIC 9(4).
01 AgreementsDropped      PIC 9(4) VALUE ZERO.

01 SubscriptA             PIC 9(4).
01 SubscriptB             PIC 9(4).
01 SwapAgreementEntry     PIC X(48).

01 FinancedAmount         PIC 9(5)V99.
01 InstalmentsLeft        PIC 99.
01 NextTwelveBills        PIC 9(5)V99.

01 BaseTotals.
   02 ActiveCount         PIC 9(5)    VALUE ZERO.
   02 TotalStillToBill    PIC 9(8)V99 VALUE ZERO.
   02 TotalNextTwelve     PIC 9(8)V99 VALUE ZERO.
   02 TotalAfterTwelve    PIC 9(8)V99 VALUE ZERO.
   02 TotalBilledToDate   PIC 9(8)V99 VALUE ZERO.
   02 CompletedCount      PIC 9(5)    VALUE ZERO.
   02 SettledCount        PIC 9(5)    VALUE ZERO.
   02 TotalSettled        PIC 9(8)V99 VALUE ZERO.

01 PrnCount               PIC ZZ,ZZ9.
01 PrnAmount              PIC ZZ,ZZZ,ZZ9.99.

01 AgreementHeading       PIC X(76) VALUE
   "SubscriberId Handset             Billed    Monthly   To bill  Subscriber".

01 AgreementLine.
   02 PrnSubscriberId     PIC 9(10).
   02 FILLER              PIC X(3)  VALUE SPACES.
   02 PrnHandset          PIC X(20).
   02 FILLER              PIC X(1)  VALUE SPACES.
   02 PrnBilled           PIC Z9.
   02 FILLER              PIC X     VALUE "/".
   02 PrnInstalments      PIC 99.
   02 FILLER              PIC X(2)  VALUE SPACES.
   02 PrnMonthly          PIC ZZ,ZZ9.99.
   02 FILLER              PIC X(1)  VALUE SPACES.
   02 PrnStillToBill      PIC ZZ,ZZ9.99.
   02 FILLER              PIC X(2)  VALUE SPACES.
   02 PrnSubscriberName   PIC X(14).

PROCEDURE DIVISION.
Begin.
    OPEN INPUT InstalmentFile
    IF NoInstalmentFile
       DISPLAY "No handset instalment agreements on file."
       STOP RUN
    END-IF
    READ InstalmentFile
       AT END SET EndOfInstalmentFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfInstalmentFile
       EVALUATE TRUE
           WHEN AgreementActive-HI    PERFORM AddActiveAgreement
           WHEN AgreementCompleted-HI ADD 1 TO CompletedCount
           WHEN AgreementSettled-HI
                ADD 1 TO SettledCount
                ADD SettledAmount-HI TO TotalSettled
       END-EVALUATE
       READ InstalmentFile
          AT END SET EndOfInstalmentFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE InstalmentFile
    PERFORM SortAgreementsBySubscriber
    OPEN INPUT SubscriberMaster
    DISPLAY "***** HANDSET DEBT STILL TO BE BILLED *****"
    DISPLAY AgreementHeading
    PERFORM PrintOneAgreement VARYING AgreementIdx FROM 1 BY 1
            UNTIL AgreementIdx > AgreementCount
    CLOSE SubscriberMaster
    PERFORM PrintBaseTotals
    STOP RUN.

AddActiveAgreement.
*   The instalment is the financed amount over the term, the last
*   one taking the odd pence - the same arithmetic as the billing run.
    COMPUTE FinancedAmount = TotalPrice-HI - Deposit-HI
    ADD 1 TO ActiveCount
    IF AgreementCount NOT LESS THAN 1000
       ADD 1 TO AgreementsDropped
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO AgreementCount
    MOVE SubscriberId-HI      TO AG-SubscriberId(AgreementCount)
    MOVE Handset-HI           TO AG-Handset(AgreementCount)
    MOVE Instalments-HI       TO AG-Instalments(AgreementCount)
    MOVE InstalmentsBilled-HI TO AG-Billed(AgreementCount)
    COMPUTE AG-Monthly(AgreementCount) = FinancedAmount / Instalments-HI
    COMPUTE AG-StillToBill(AgreementCount) = FinancedAmount
            - (AG-Monthly(AgreementCount) * InstalmentsBilled-HI)
    COMPUTE InstalmentsLeft = Instalments-HI - InstalmentsBilled-HI
    IF InstalmentsLeft > 12
       COMPUTE NextTwelveBills = AG-Monthly(AgreementCount) * 12
    ELSE
       MOVE AG-StillToBill(AgreementCount) TO NextTwelveBills
    END-IF
    ADD AG-StillToBill(AgreementCount) TO TotalStillToBill
    ADD NextTwelveBills TO TotalNextTwelve
    COMPUTE TotalAfterTwelve = TotalAfterTwelve
            + AG-StillToBill(AgreementCount) - NextTwelveBills
    COMPUTE TotalBilledToDate = TotalBilledToDate + FinancedAmount
            - AG-StillToBill(AgreementCount).

SortAgreementsBySubscriber.
* Bubble sort on SubscriberId - the table is small.
    PERFORM VARYING SubscriptA FROM 1 BY 1
            UNTIL SubscriptA >= AgreementCount
       PERFORM VARYING SubscriptB FROM 1 BY 1
               UNTIL SubscriptB > AgreementCount - SubscriptA
          IF AG-SubscriberId(SubscriptB)
             > AG-SubscriberId(SubscriptB + 1)
             MOVE AgreementEntry(SubscriptB)   TO SwapAgreementEntry
             MOVE AgreementEntry(SubscriptB + 1)
                  TO AgreementEntry(SubscriptB)
             MOVE SwapAgreementEntry TO AgreementEntry(SubscriptB + 1)
          END-IF
       END-PERFORM
    END-PERFORM.

PrintOneAgreement.
    MOVE AG-SubscriberId(AgreementIdx) TO PrnSubscriberId,
                                          SubscriberId-SM
    MOVE AG-Handset(AgreementIdx)      TO PrnHandset
    MOVE AG-Billed(AgreementIdx)       TO PrnBilled
    MOVE AG-Instalments(AgreementIdx)  TO PrnInstalments
    MOVE AG-Monthly(AgreementIdx)      TO PrnMonthly
    MOVE AG-StillToBill(AgreementIdx)  TO PrnStillToBill
    READ SubscriberMaster
       INVALID KEY CONTINUE
    END-READ
    IF SubscriberFound
       MOVE SubscriberName-SM TO PrnSubscriberName
    ELSE
       MOVE "(not on master)" TO PrnSubscriberName
    END-IF
    DISPLAY AgreementLine.

PrintBaseTotals.
    DISPLAY " "
    MOVE ActiveCount TO PrnCount
    DISPLAY "Active agreements               - " PrnCount
    MOVE TotalBilledToDate TO PrnAmount
    DISPLAY "Handset debt billed to date     - " PrnAmount
    MOVE TotalStillToBill TO PrnAmount
    DISPLAY "Handset debt still to be billed - " PrnAmount
    MOVE TotalNextTwelve TO PrnAmount
    DISPLAY "  on the next twelve bills      - " PrnAmount
    MOVE TotalAfterTwelve TO PrnAmount
    DISPLAY "  after that                    - " PrnAmount
    MOVE CompletedCount TO PrnCount
    DISPLAY "Agreements completed            - " PrnCount
    MOVE SettledCount TO PrnCount
    DISPLAY "Agreements settled at closure   - " PrnCount
    MOVE TotalSettled TO PrnAmount
    DISPLAY "Balances billed at closure      - " PrnAmount
    IF AgreementsDropped NOT = ZERO
       MOVE AgreementsDropped TO PrnCount
       DISPLAY "Agreement table full - not listed (in totals) - "
               PrnCount
    END-IF.
