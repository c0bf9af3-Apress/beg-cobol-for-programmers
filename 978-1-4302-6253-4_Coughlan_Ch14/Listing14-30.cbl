IDENTIFICATION DIVISION.
PROGRAM-ID. Listing14-30.
AUTHOR. Michael Coughlan.
* Universal Telecoms open dispute ageing report for credit control.
* Every case still open on the DisputeFile (Listing14-29) is listed
* oldest first as at the date keyed, with the subscriber's name, the
* billing period disputed, the owner, the days the case has been
* open and the amount held back from collection.  Totals follow by
* age band - up to 30 days, 31 to 60, 61 to 90, over 90 - and by
* case owner with each owner's oldest case, so credit control can
* see which cases are going stale and whose desk they are on.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DisputeFile ASSIGN TO "Listing14-29Disputes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DisputeKey-DC
           FILE STATUS IS DisputeStatus.

    SELECT SubscriberMaster ASSIGN TO "Listing14-11Subs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SubscriberId-SM
           FILE STATUS IS SubscriberMasterStatus.

DATA DIVISION.
FILE SECTION.
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
01 DisputeStatus          PIC XX.
   88 NoDisputeFile       VALUE "35".

01 SubscriberMasterStatus PIC XX.
   88 SubscriberFound     VALUE "00".

01 AsAtDate               PIC X(8).
01 AsAtDateNum REDEFINES AsAtDate
                          PIC 9(8).
01 AsAtInt                PIC 9(7).
01 OpenedInt              PIC 9(7).

*  The open cases, sorted oldest first for printing.
01 CaseTable.
   02 CaseEntry OCCURS 2000 TIMES.
      03 CS-DaysOpen       PIC 9(5).
      03 CS-SubscriberId   PIC 9(10).
      03 CS-CaseNo         PIC 9(3).
      03 CS-BillPeriod     PIC 9(6).
      03 CS-Amount         PIC 9(6)V99.
      03 CS-Owner          PIC X(4).

01 CaseCount              PIC 9(4) VALUE ZERO.
01 CaseIdx                PIC 9(4).
01 CasesDropped           PIC 9(4) VALUE ZERO.

01 SubscriptA             PIC 9(4).
01 SubscriptB             PIC 9(4).
01 SwapCaseEntry          PIC X(36).

*  Totals by age band - up to 30, 31-60, 61-90, over 90 days.
01 BandTable.
   02 BandEntry OCCURS 4 TIMES.
      03 BD-Count          PIC 9(4).
      03 BD-Amount         PIC 9(8)V99.
01 BandNames              PIC X(60) VALUE
   "Up to 30 days  31 to 60 days  61 to 90 days  Over 90 days   ".
01 BandNameTable REDEFINES BandNames.
   02 BandName            PIC X(15) OCCURS 4 TIMES.
01 BandIdx                PIC 9.

*  Totals by case owner.
01 OwnerTable.
   02 OwnerEntry OCCURS 200 TIMES.
      03 OW-Owner          PIC X(4).
      03 OW-Count          PIC 9(4).
      03 OW-Amount         PIC 9(8)V99.
      03 OW-OldestDays     PIC 9(5).

01 OwnerCount             PIC 9(3) VALUE ZERO.
01 OwnerIdx               PIC 9(3).
01 FoundOwnerIdx          PIC 9(3).

01 TotalOpenCount         PIC 9(4) VALUE ZERO.
01 TotalOpenAmount        PIC 9(8)V99 VALUE ZERO.

01 PrnCount               PIC ZZZ9.
01 PrnAmount              PIC ZZ,ZZZ,ZZ9.99.
01 PrnDays                PIC ZZZZ9.

01 CaseHeading            PIC X(76) VALUE
   "SubscriberId Case Period Owner Days      Amount  Subscriber Name".

01 CaseLine.
   02 PrnSubscriberId     PIC 9(10).
   02 FILLER              PIC X(3)  VALUE SPACES.
   02 PrnCaseNo           PIC 9(3).
   02 FILLER              PIC X(2)  VALUE SPACES.
   02 PrnBillPeriod       PIC 9(6).
   02 FILLER              PIC X(1)  VALUE SPACES.
   02 PrnOwner            PIC X(4).
   02 FILLER              PIC X(1)  VALUE SPACES.
   02 PrnDaysOpen         PIC ZZZZ9.
   02 FILLER              PIC X(2)  VALUE SPACES.
   02 PrnCaseAmount       PIC ZZZ,ZZ9.99.
   02 FILLER              PIC X(2)  VALUE SPACES.
   02 PrnSubscriberName   PIC X(25).

PROCEDURE DIVISION.
Begin.
    MOVE ZERO TO AsAtInt
    PERFORM UNTIL AsAtInt NOT = ZERO
       DISPLAY "Dispute ageing as at (YYYYMMDD) - " WITH NO ADVANCING
       ACCEPT AsAtDate
       IF AsAtDate NUMERIC
          COMPUTE AsAtInt = FUNCTION INTEGER-OF-DATE(AsAtDateNum)
       END-IF
    END-PERFORM
    OPEN INPUT DisputeFile
    IF NoDisputeFile
       DISPLAY "No dispute cases on file."
       STOP RUN
    END-IF
    INITIALIZE BandTable
    PERFORM LoadOpenCases
    CLOSE DisputeFile
    PERFORM SortCasesOldestFirst
    OPEN INPUT SubscriberMaster
    DISPLAY "***** OPEN BILL DISPUTES - AGEING AS AT " AsAtDate
            " *****"
    DISPLAY CaseHeading
    PERFORM PrintOneCase VARYING CaseIdx FROM 1 BY 1
            UNTIL CaseIdx > CaseCount
    CLOSE SubscriberMaster
    IF CaseCount = ZERO
       DISPLAY "No open dispute cases."
    END-IF
    PERFORM PrintBandTotals
    PERFORM PrintOwnerTotals
    STOP RUN.

LoadOpenCases.
    READ DisputeFile NEXT RECORD
       AT END SET EndOfDisputeFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfDisputeFile
       IF CaseOpen-DC
          PERFORM AddOneCase
       END-IF
       READ DisputeFile NEXT RECORD
          AT END SET EndOfDisputeFile TO TRUE
       END-READ
    END-PERFORM.

AddOneCase.
    IF CaseCount NOT LESS THAN 2000
       ADD 1 TO CasesDropped
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO CaseCount
    MOVE SubscriberId-DC   TO CS-SubscriberId(CaseCount)
    MOVE CaseNo-DC         TO CS-CaseNo(CaseCount)
    MOVE BillPeriod-DC     TO CS-BillPeriod(CaseCount)
    MOVE DisputedAmount-DC TO CS-Amount(CaseCount)
    MOVE CaseOwner-DC      TO CS-Owner(CaseCount)
    COMPUTE OpenedInt = FUNCTION INTEGER-OF-DATE(OpenedDate-DC)
    IF OpenedInt > AsAtInt
       MOVE ZERO TO CS-DaysOpen(CaseCount)
    ELSE
       COMPUTE CS-DaysOpen(CaseCount) = AsAtInt - OpenedInt
    END-IF
    EVALUATE TRUE
        WHEN CS-DaysOpen(CaseCount) NOT > 30 MOVE 1 TO BandIdx
        WHEN CS-DaysOpen(CaseCount) NOT > 60 MOVE 2 TO BandIdx
        WHEN CS-DaysOpen(CaseCount) NOT > 90 MOVE 3 TO BandIdx
        WHEN OTHER                           MOVE 4 TO BandIdx
    END-EVALUATE
    ADD 1 TO BD-Count(BandIdx), TotalOpenCount
    ADD DisputedAmount-DC TO BD-Amount(BandIdx), TotalOpenAmount
    PERFORM AddToOwnerTotals.

AddToOwnerTotals.
    MOVE ZERO TO FoundOwnerIdx
    PERFORM VARYING OwnerIdx FROM 1 BY 1
            UNTIL OwnerIdx > OwnerCount OR FoundOwnerIdx NOT = ZERO
       IF OW-Owner(OwnerIdx) = CaseOwner-DC
          MOVE OwnerIdx TO FoundOwnerIdx
       END-IF
    END-PERFORM
    IF FoundOwnerIdx = ZERO
       IF OwnerCount NOT LESS THAN 200
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO OwnerCount
       MOVE OwnerCount   TO FoundOwnerIdx
       MOVE CaseOwner-DC TO OW-Owner(FoundOwnerIdx)
       MOVE ZERO TO OW-Count(FoundOwnerIdx), OW-Amount(FoundOwnerIdx),
                    OW-OldestDays(FoundOwnerIdx)
    END-IF
    ADD 1 TO OW-Count(FoundOwnerIdx)
    ADD DisputedAmount-DC TO OW-Amount(FoundOwnerIdx)
    IF CS-DaysOpen(CaseCount) > OW-OldestDays(FoundOwnerIdx)
       MOVE CS-DaysOpen(CaseCount) TO OW-OldestDays(FoundOwnerIdx)
    END-IF.

SortCasesOldestFirst.
* Bubble sort, most days open first - the table is small.
    PERFORM VARYING SubscriptA FROM 1 BY 1
            UNTIL SubscriptA >= CaseCount
       PERFORM VARYING SubscriptB FROM 1 BY 1
               UNTIL SubscriptB > CaseCount - SubscriptA
          IF CS-DaysOpen(SubscriptB) < CS-DaysOpen(SubscriptB + 1)
             MOVE CaseEntry(SubscriptB)     TO SwapCaseEntry
             MOVE CaseEntry(SubscriptB + 1) TO CaseEntry(SubscriptB)
             MOVE SwapCaseEntry             TO CaseEntry(SubscriptB + 1)
          END-IF
       END-PERFORM
    END-PERFORM.

PrintOneCase.
    MOVE CS-SubscriberId(CaseIdx) TO PrnSubscriberId, SubscriberId-SM
    MOVE CS-CaseNo(CaseIdx)       TO PrnCaseNo
    MOVE CS-BillPeriod(CaseIdx)   TO PrnBillPeriod
    MOVE CS-Owner(CaseIdx)        TO PrnOwner
    MOVE CS-DaysOpen(CaseIdx)     TO PrnDaysOpen
    MOVE CS-Amount(CaseIdx)       TO PrnCaseAmount
    READ SubscriberMaster
       INVALID KEY CONTINUE
    END-READ
    IF SubscriberFound
       MOVE SubscriberName-SM TO PrnSubscriberName
    ELSE
       MOVE "(not on master)" TO PrnSubscriberName
    END-IF
    DISPLAY CaseLine.

PrintBandTotals.
    DISPLAY " "
    DISPLAY "Age band          Cases         Amount"
    PERFORM VARYING BandIdx FROM 1 BY 1 UNTIL BandIdx > 4
       MOVE BD-Count(BandIdx)  TO PrnCount
       MOVE BD-Amount(BandIdx) TO PrnAmount
       DISPLAY BandName(BandIdx) "   " PrnCount "  " PrnAmount
    END-PERFORM
    MOVE TotalOpenCount  TO PrnCount
    MOVE TotalOpenAmount TO PrnAmount
    DISPLAY "All open cases    " PrnCount "  " PrnAmount
    IF CasesDropped NOT = ZERO
       MOVE CasesDropped TO PrnCount
       DISPLAY "Case table full - cases not listed - " PrnCount
    END-IF.

PrintOwnerTotals.
    DISPLAY " "
    DISPLAY "Owner  Cases         Amount  Oldest (days)"
    PERFORM VARYING OwnerIdx FROM 1 BY 1 UNTIL OwnerIdx > OwnerCount
       MOVE OW-Count(OwnerIdx)      TO PrnCount
       MOVE OW-Amount(OwnerIdx)     TO PrnAmount
       MOVE OW-OldestDays(OwnerIdx) TO PrnDays
       DISPLAY OW-Owner(OwnerIdx) "    " PrnCount "  " PrnAmount
               "          " PrnDays
    END-PERFORM.
