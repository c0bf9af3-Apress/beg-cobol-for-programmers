* dated after the closure date is diverted to the ExceptionsFile
* instead of being billed.  The closure run (Listing14-23) archives
* the master afterwards.
* Handsets sold on instalments (agreements captured by Listing14-31)
* are billed from the InstalmentFile: each active agreement adds its
* next instalment to the bill as a line of its own, and to the
* BilledItemsFile as a billed item of its own, so the handset debt
* ages and is paid like any other.  The instalment is the financed
* amount (price less deposit) divided evenly over the term, the last
* instalment taking the odd pence.  On a FINAL BILL the whole
* handset balance still to be billed is billed instead.  The count
* billed and the period last billed are carried on the agreement,
* so a rerun reprints the same instalment without billing another.
* Prepaid accounts (account type P on the master) are not billed:
* their usage is rated against their credit by the daily prepaid run
* (Listing14-34), so it is skipped here and only counted.  With no
* bill there is no billed item, so a prepaid account never reaches
* the aged debt or the direct debit collection.
* Lines owned by a business or family bill-payer account (BillPayerId
* on the master, the account on the BillPayerFile maintained by
* Listing14-35) get one consolidated bill per bill-payer instead of
* a bill each.  The usage is sorted by bill-payer and then by line;
* the consolidated bill goes to the bill-payer's name and address,
* carries a section per line - each exactly as a bill of its own
* would show it, headed with the line and its user - and ends with
* an account summary page listing every line's amount and the total
* due on the account.  The register and billed items stay per line;
* the payments run (Listing14-12) gathers a bill-payer's lines onto
* the bill-payer account for ageing and collection.  A line whose
* bill-payer is not on file is billed on its own and reported to the
* ExceptionsFile.
* Every run writes the billing period, each subscriber billed, and
* the amount to the BillRegisterFile, and each billed amount is also
* appended to the BilledItemsFile the payments run (Listing14-12)
* a period that has already been billed is refused unless the
* operator explicitly asks for a rerun, which is flagged on the
* register records and printed on the bills.
* Usage reaches the BillableServicesFile only through the usage
* intake run (Listing14-38), which suspends duplicates and records
* dated outside the period.  Before billing, the file is counted and
* its records and minutes must agree with the intake control totals
* the last intake left for the billing period; a missing intake, an
* intake for another period or a file that does not agree is refused.
* The run's ledger journal is posted to the common GL interface
* through the shared PostGLJournal service (Listing16-20sub) instead
* of being re-keyed from the register: the amounts billed are debited
* to trade debtors and credited to line rental, call and text
* revenue, VAT output and the handset instalments receivable.  Like
* the BilledItemsFile, only a normal run posts - a rerun reprints
* the bills without posting the revenue a second time.
* A call on a bank holiday is rated on the weekend band, the
* same as a Saturday or Sunday: the day type comes from the shared
* business calendar (BusinessCalendar, Listing16-22sub) instead of
* the day of the week, so every rating run treats a holiday alike.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BilledItemsStatus.

    SELECT InstalmentFile ASSIGN TO "Listing14-31Instal.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS InstalmentStatus.

    SELECT BillPayerFile ASSIGN TO "Listing14-35Payers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BillPayerId-BP
           FILE STATUS IS BillPayerStatus.

    SELECT IntakeControlFile ASSIGN TO "Listing14-38Control.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS IntakeControlStatus.

DATA DIVISION.
FILE SECTION.
FD  BillableServicesFile.

SD  WorkFile.
01  WorkRec.
    02 BillPayerId-WF     PIC 9(10).
    02 SubscriberId-WF    PIC 9(10).
    02 ServiceType-WF     PIC 9.
    02 CallDateTime-WF    PIC 9(14).
FD  SortedSubscriberFile.
01  SubscriberRec.
    88 EndOfCallsFile   VALUE HIGH-VALUES.
    02 BillPayerId        PIC 9(10).
    02 SubscriberId       PIC 9(10).
    02 ServiceType        PIC 9.
       88 VoiceCall       VALUE 2.
    02 BillDate-BI        PIC 9(8).
    02 BillAmount-BI      PIC 9(6)V99.

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
    02 SettledAmount-HI   PIC 9(5)V99.

FD PrintFile.
01 PrintRec               PIC X(73).

*   The day the subscriber joined or last changed plan - the billing
*   run prorates the first recurring charge from it.
    02 PlanStartDate-SM   PIC 9(8).
    02 AccountType-SM     PIC X.
       88 PrepaidAccount-SM VALUE "P".
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

FD ExceptionsFile.
01 ExceptionRec           PIC X(53).

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
*  The report goes to a run-dated file recorded on the shared
*  report catalogue (CatalogueReport, Listing16-13sub); reprints
      03 BU-Minutes        PIC 9(6).
      03 BU-Cost           PIC 9(6)V99.

01 CallDayType             PIC X.
01 NoSecondDate            PIC 9(8) VALUE ZERO.

01 CalendarResult.
   02 ValidFlag-BC         PIC 9.
      88 DateValid-BC      VALUE 0.
      88 DateInvalid-BC    VALUE 1.
   02 OnCalendar-BC        PIC X.
      88 DateOnCalendar-BC VALUE "Y", "P".
      88 DateOffCalendar-BC VALUE "N".
      88 ScanOffCalendar-BC VALUE "P".
   02 Working-BC           PIC X.
      88 WorkingDay-BC     VALUE "Y".
      88 NonWorkingDay-BC  VALUE "N".
   02 HolidayName-BC       PIC X(24).
   02 Period-BC            PIC 9(6).
   02 PeriodEndFlag-BC     PIC X.
      88 PeriodEndDay-BC   VALUE "Y".
   02 PeriodStart-BC       PIC 9(8).
   02 PeriodEnd-BC         PIC 9(8).
   02 NextWorkingDay-BC    PIC 9(8).
   02 WorkingDays-BC       PIC 9(5).

01 OneCallCost             PIC 9(4)V99.

01 IntlRateTable.
01 AdjCount                PIC 9(3) VALUE ZERO.
01 AdjIdx                  PIC 9(3).

*  Handset instalment agreements; updated as instalments are billed
*  and the file rewritten at end of run.
01 InstalmentTable.
   02 InstalmentEntry OCCURS 1000 TIMES.
      03 HT-SubscriberId   PIC 9(10).
      03 HT-AgreementDate  PIC 9(8).
      03 HT-Handset        PIC X(20).
      03 HT-TotalPrice     PIC 9(5)V99.
      03 HT-Deposit        PIC 9(5)V99.
      03 HT-Instalments    PIC 99.
      03 HT-Billed         PIC 99.
      03 HT-LastPeriod     PIC 9(6).
      03 HT-LastAmount     PIC 9(5)V99.
      03 HT-Status         PIC X.
         88 HT-Active      VALUE "A".
         88 HT-Completed   VALUE "C".
         88 HT-Settled     VALUE "S".
      03 HT-SettledAmount  PIC 9(5)V99.

01 InstalmentStatus        PIC XX.
   88 NoInstalmentFile     VALUE "35".

01 InstalmentCount         PIC 9(4) VALUE ZERO.
01 InstalmentIdx           PIC 9(4).
01 FinancedAmount          PIC 9(5)V99.
01 InstalmentAmount        PIC 9(5)V99.
01 HandsetCharge           PIC 9(6)V99.
01 BillTotalWithHandset    PIC 9(6)V99.

01 HandsetLine.
   02 FILLER               PIC X(13) VALUE SPACES.
   02 FILLER               PIC X(8)  VALUE "Handset ".
   02 PrnHandset           PIC X(20).
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnInstalmentNote.
      03 PrnInstalmentNo   PIC Z9.
      03 FILLER            PIC X(4)  VALUE " of ".
      03 PrnInstalmentsDue PIC 99.
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnHandsetAmount     PIC $$$,$$9.99.

01 HandsetTotalLine.
   02 FILLER               PIC X(13) VALUE SPACES.
   02 FILLER               PIC X(39) VALUE
                           "Total due including handset".
   02 PrnBillTotal         PIC $$$,$$9.99.

01 BillPayerStatus         PIC XX.
   88 BillPayerFound       VALUE "00".
   88 NoBillPayerFile      VALUE "35".

01 PrevBillPayerId         PIC 9(10) VALUE ZERO.
01 FILLER                  PIC X VALUE "n".
   88 ConsolidatedBillOpen VALUE "y".
   88 NoConsolidatedBill   VALUE "n".

*  The lines on the consolidated bill being printed, listed again on
*  its account summary page.
01 AccountLineTable.
   02 AccountLineEntry OCCURS 200 TIMES.
      03 AL-SubscriberId   PIC 9(10).
      03 AL-UserName       PIC X(25).
      03 AL-Amount         PIC 9(6)V99.

01 AccountLineCount        PIC 9(3) VALUE ZERO.
01 AccountLineIdx          PIC 9(3).
01 AccountTotal            PIC 9(7)V99.

01 ConsolidatedHeading.
   02 FILLER               PIC X(11) VALUE SPACES.
   02 FILLER               PIC X(28) VALUE
                           "CONSOLIDATED BILL - ACCOUNT ".
   02 PrnBillPayerId       PIC 9(10).

01 LineSectionHeading.
   02 FILLER               PIC X(11) VALUE SPACES.
   02 FILLER               PIC X(5)  VALUE "Line ".
   02 PrnLineId            PIC 9(10).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnLineUser          PIC X(25).

01 SummaryHeading.
   02 FILLER               PIC X(11) VALUE SPACES.
   02 FILLER               PIC X(26) VALUE
                           "ACCOUNT SUMMARY - ACCOUNT ".
   02 PrnSummaryPayerId    PIC 9(10).

01 SummaryColumns.
   02 FILLER               PIC X(11) VALUE SPACES.
   02 FILLER               PIC X(49) VALUE
      "Line          User                         Amount".

01 SummaryLine.
   02 FILLER               PIC X(11) VALUE SPACES.
   02 PrnSummaryLineId     PIC 9(10).
   02 FILLER               PIC X(4)  VALUE SPACES.
   02 PrnSummaryUser       PIC X(25).
   02 PrnSummaryAmount     PIC $$$,$$9.99.

01 SummaryTotalLine.
   02 FILLER               PIC X(11) VALUE SPACES.
   02 FILLER               PIC X(36) VALUE
                           "Total due on this account".
   02 PrnAccountTotal      PIC $$,$$$,$$9.99.

01 AdjustmentLine.
   02 FILLER               PIC X(13) VALUE SPACES.
   02 PrnAdjLabel          PIC X(13).

01 ExceptionCount         PIC 9(5) VALUE ZERO.
01 PrnExceptionCount      PIC ZZ,ZZ9.
01 PrepaidUsageCount      PIC 9(5) VALUE ZERO.

01 BillRegisterStatus     PIC XX.
   88 NoBillRegisterYet   VALUE "35".
01 RerunAnswer            PIC X.
   88 OperatorSaysRerun   VALUE "Y", "y".

01 IntakeControlStatus    PIC XX.
   88 NoIntakeControlFile VALUE "35".

*  The run's ledger journal, from the amounts billed.
01 GLSource               PIC X(8)  VALUE "TELBILL".
01 GLBatchId              PIC X(14).
01 GLBatchType            PIC X     VALUE "A".
01 GLItem                 PIC X(8).
01 GLCostCentre           PIC X(4)  VALUE SPACES.
01 GLDebit                PIC 9(9)V99.
01 GLCredit               PIC 9(9)V99.
01 BilledTotals.
   02 RentalBilled        PIC 9(9)V99 VALUE ZERO.
   02 CallsBilled         PIC 9(9)V99 VALUE ZERO.
   02 TextsBilled         PIC 9(9)V99 VALUE ZERO.
   02 VatBilled           PIC 9(9)V99 VALUE ZERO.
   02 HandsetBilled       PIC 9(9)V99 VALUE ZERO.
   02 DebtorsBilled       PIC 9(9)V99 VALUE ZERO.

*  The last intake's totals, and the billable services file counted.
01 LastIntakeTotals.
   02 LastIntakePeriod    PIC 9(6) VALUE ZERO.
   02 LastOnFileCount     PIC 9(7) VALUE ZERO.
   02 LastOnFileMinutes   PIC 9(9) VALUE ZERO.
01 ServicesCounted        PIC 9(7) VALUE ZERO.
01 MinutesCounted         PIC 9(9) VALUE ZERO.
01 PrnIntakeCount         PIC Z,ZZZ,ZZ9.
01 PrnIntakeMinutes       PIC ZZZ,ZZZ,ZZ9.

01 RerunBillLine.
   02 FILLER              PIC X(11) VALUE SPACES.
   02 FILLER              PIC X(16) VALUE "*** RERUN ***".
    CALL "CatalogueReport" USING ReportIdWS, ReportDateWS,
                                 ReportFileNameWS
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodaysDate
    MOVE FUNCTION CURRENT-DATE(1:14) TO GLBatchId
    DISPLAY "Billing period (YYYYMM) - " WITH NO ADVANCING
    ACCEPT BillingPeriod
    PERFORM CheckRegisterForRerun
    PERFORM AgreeIntakeControlTotals
    MOVE BillingPeriod TO BillingPeriodR
    PERFORM ComputePeriodBounds
    PERFORM LoadPlanTable
    PERFORM LoadApprovedAdjustments
    PERFORM LoadTerminationTable
    PERFORM LoadInstalmentTable
    PERFORM LoadTariffTable
    PERFORM LoadIntlRateTable
    DISPLAY "Enter per-text rate (e.g. 0.050 for 5c) - " WITH NO ADVANCING
    DISPLAY "Enter VAT rate (e.g. 0.230 for 23%) - " WITH NO ADVANCING
    ACCEPT VatRate

    OPEN INPUT SubscriberMaster
    SORT WorkFile ON ASCENDING KEY BillPayerId-WF, SubscriberId-WF
           INPUT PROCEDURE IS ModifySubscriberRecords
           GIVING SortedSubscriberFile
    OPEN OUTPUT PrintFile
    OPEN INPUT BillPayerFile
    OPEN OUTPUT ExceptionsFile
    OPEN EXTEND BillRegisterFile
    IF NoBillRegisterYet
      AT END SET EndOfCallsFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfCallsFile
       IF BillPayerId NOT = PrevBillPayerId
          PERFORM FinishConsolidatedBill
          MOVE BillPayerId TO PrevBillPayerId
          IF BillPayerId NOT = ZERO
             PERFORM StartConsolidatedBill
          END-IF
       END-IF
       MOVE SubscriberId TO PrevSubscriberId, PrnSubscriberId
       PERFORM LookUpSubscriberMaster
       PERFORM CheckForTermination
          IF SubscriberNotFound
             PERFORM WriteUsageException
          ELSE
             IF PrepaidAccount-SM
                ADD 1 TO PrepaidUsageCount
             ELSE
             IF SubscriberClosing AND CallDate > SubsClosureDate
                PERFORM WritePostClosureException
             ELSE
                ADD 1 TO TextsTotal
             END-IF
             END-IF
             END-IF
          END-IF
          READ SortedSubscriberFile
               AT END SET EndOfCallsFile TO TRUE
          END-READ
       END-PERFORM
       IF SubscriberFound AND NOT PrepaidAccount-SM
          PERFORM PrintSubscriberBill
       END-IF
    END-PERFORM
    PERFORM FinishConsolidatedBill
    CLOSE SortedSubscriberFile, PrintFile, SubscriberMaster,
          ExceptionsFile, BillRegisterFile, BilledItemsFile
    IF NOT NoBillPayerFile
       CLOSE BillPayerFile
    END-IF
    PERFORM RewriteApprovedAdjustments
    PERFORM RewriteInstalmentFile
    IF NormalRun
       PERFORM PostBillingJournal
    END-IF
    MOVE ExceptionCount TO PrnExceptionCount
    DISPLAY "Usage records diverted to exceptions - " PrnExceptionCount
    MOVE PrepaidUsageCount TO PrnExceptionCount
    DISPLAY "Prepaid usage records not billed     - " PrnExceptionCount
    STOP RUN.

CheckRegisterForRerun.
       END-IF
    END-IF.

AgreeIntakeControlTotals.
    OPEN INPUT IntakeControlFile
    IF NoIntakeControlFile
       DISPLAY "Billing refused - no usage intake has been run."
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
       DISPLAY "Billing refused - the last usage intake was for period "
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
       DISPLAY "Billing refused - the billable services file does not"
               " agree with the intake control totals."
       MOVE LastOnFileCount TO PrnIntakeCount
       MOVE LastOnFileMinutes TO PrnIntakeMinutes
       DISPLAY "Intake control - records " PrnIntakeCount
               "  minutes " PrnIntakeMinutes
       MOVE ServicesCounted TO PrnIntakeCount
       MOVE MinutesCounted TO PrnIntakeMinutes
       DISPLAY "File counted   - records " PrnIntakeCount
               "  minutes " PrnIntakeMinutes
       STOP RUN
    END-IF.

LoadTerminationTable.
*   Only unprocessed terminations matter - processed ones belong to
*   accounts already archived.
    COMPUTE TotalCostIncVAT ROUNDED =
            (RecurringCharge + CallsCost + TextsCost)
            * (1 + VatRate)
    IF ConsolidatedBillOpen
       MOVE PrevSubscriberId  TO PrnLineId
       MOVE SubscriberName-SM TO PrnLineUser
       WRITE PrintRec FROM LineSectionHeading AFTER ADVANCING 2 LINES
    ELSE
       MOVE SubscriberName-SM TO PrnSubscriberName
       WRITE PrintRec FROM NameLine AFTER ADVANCING 2 LINES
       MOVE AddressLine1-SM TO PrnAddressLine
       WRITE PrintRec FROM AddressLine AFTER ADVANCING 1 LINE
       MOVE AddressLine2-SM TO PrnAddressLine
       WRITE PrintRec FROM AddressLine AFTER ADVANCING 1 LINE
       MOVE AddressLine3-SM TO PrnAddressLine
       WRITE PrintRec FROM AddressLine AFTER ADVANCING 1 LINE
    END-IF
    MOVE CallsTotal TO PrnCallsTotal
    MOVE CallsCost  TO PrnCallsCost
    MOVE TextsTotal TO PrnTextsTotal
       END-IF
       WRITE PrintRec FROM PlanChargeLine AFTER ADVANCING 1 LINE
    END-IF
    PERFORM BillHandsetInstalments
    PERFORM PrintBandBreakdown
    PERFORM PrintIntlSection
    PERFORM PrintAdjustmentsOnBill
    IF RerunRequested
       WRITE PrintRec FROM RerunBillLine AFTER ADVANCING 1 LINE
    END-IF
    PERFORM WriteRegisterAndBilledItem
    IF ConsolidatedBillOpen
       PERFORM AddLineToAccountSummary
    END-IF.

StartConsolidatedBill.
*   The bill-payer's name and address head the consolidated bill; a
*   bill-payer missing from the file leaves its lines billed singly.
    MOVE BillPayerId TO BillPayerId-BP
    IF NOT NoBillPayerFile
       READ BillPayerFile
          INVALID KEY CONTINUE
       END-READ
    END-IF
    IF NOT BillPayerFound
       MOVE BillPayerId TO ExcSubscriberId
       MOVE "Bill-payer not on file - lines billed singly"
            TO ExcText
       WRITE ExceptionRec FROM ExceptionLine
       ADD 1 TO ExceptionCount
       EXIT PARAGRAPH
    END-IF
    SET ConsolidatedBillOpen TO TRUE
    MOVE ZERO TO AccountLineCount, AccountTotal
    MOVE PayerName-BP TO PrnSubscriberName
    WRITE PrintRec FROM NameLine AFTER ADVANCING PAGE
    MOVE PayerAddress1-BP TO PrnAddressLine
    WRITE PrintRec FROM AddressLine AFTER ADVANCING 1 LINE
    MOVE PayerAddress2-BP TO PrnAddressLine
    WRITE PrintRec FROM AddressLine AFTER ADVANCING 1 LINE
    MOVE PayerAddress3-BP TO PrnAddressLine
    WRITE PrintRec FROM AddressLine AFTER ADVANCING 1 LINE
    MOVE BillPayerId-BP TO PrnBillPayerId
    WRITE PrintRec FROM ConsolidatedHeading AFTER ADVANCING 2 LINES.

AddLineToAccountSummary.
    IF AccountLineCount NOT LESS THAN 200
       DISPLAY "More than 200 lines on bill-payer " PrevBillPayerId
               " - the table must be enlarged before this run."
       STOP RUN
    END-IF
    ADD 1 TO AccountLineCount
    MOVE PrevSubscriberId  TO AL-SubscriberId(AccountLineCount)
    MOVE SubscriberName-SM TO AL-UserName(AccountLineCount)
    COMPUTE AL-Amount(AccountLineCount) =
            TotalCostIncVAT + HandsetCharge
    ADD AL-Amount(AccountLineCount) TO AccountTotal.

FinishConsolidatedBill.
*   The account summary page closes the consolidated bill.
    IF NoConsolidatedBill
       EXIT PARAGRAPH
    END-IF
    MOVE PayerName-BP TO PrnSubscriberName
    WRITE PrintRec FROM NameLine AFTER ADVANCING PAGE
    MOVE BillPayerId-BP TO PrnSummaryPayerId
    WRITE PrintRec FROM SummaryHeading AFTER ADVANCING 1 LINE
    WRITE PrintRec FROM SummaryColumns AFTER ADVANCING 2 LINES
    PERFORM VARYING AccountLineIdx FROM 1 BY 1
            UNTIL AccountLineIdx > AccountLineCount
       MOVE AL-SubscriberId(AccountLineIdx) TO PrnSummaryLineId
       MOVE AL-UserName(AccountLineIdx)     TO PrnSummaryUser
       MOVE AL-Amount(AccountLineIdx)       TO PrnSummaryAmount
       WRITE PrintRec FROM SummaryLine AFTER ADVANCING 1 LINE
    END-PERFORM
    MOVE AccountTotal TO PrnAccountTotal
    WRITE PrintRec FROM SummaryTotalLine AFTER ADVANCING 2 LINES
    IF RerunRequested
       WRITE PrintRec FROM RerunBillLine AFTER ADVANCING 1 LINE
    END-IF
    SET NoConsolidatedBill TO TRUE.

WriteRegisterAndBilledItem.
    MOVE BillingPeriod    TO BillingPeriod-REG
    MOVE PrevSubscriberId TO SubscriberId-REG
    COMPUTE BilledAmount-REG = TotalCostIncVAT + HandsetCharge
    IF RerunRequested
       MOVE "R" TO RerunFlag-REG
    ELSE
       MOVE TodaysDate       TO BillDate-BI
       MOVE TotalCostIncVAT  TO BillAmount-BI
       WRITE BilledItemRec
       PERFORM AddToBilledTotals
    END-IF.

AddToBilledTotals.
*   The VAT is what the rounded bill carries over its net charges.
    ADD RecurringCharge TO RentalBilled
    ADD CallsCost       TO CallsBilled
    ADD TextsCost       TO TextsBilled
    COMPUTE VatBilled = VatBilled + TotalCostIncVAT
                        - (RecurringCharge + CallsCost + TextsCost)
    ADD HandsetCharge   TO HandsetBilled
    COMPUTE DebtorsBilled = DebtorsBilled + TotalCostIncVAT
                            + HandsetCharge.

PostBillingJournal.
    MOVE "DEBTORS"     TO GLItem
    MOVE DebtorsBilled TO GLDebit
    MOVE ZERO          TO GLCredit
    PERFORM PostOneGLLine
    MOVE ZERO          TO GLDebit
    MOVE "RENTAL"      TO GLItem
    MOVE RentalBilled  TO GLCredit
    PERFORM PostOneGLLine
    MOVE "CALLS"       TO GLItem
    MOVE CallsBilled   TO GLCredit
    PERFORM PostOneGLLine
    MOVE "TEXTS"       TO GLItem
    MOVE TextsBilled   TO GLCredit
    PERFORM PostOneGLLine
    MOVE "VATOUT"      TO GLItem
    MOVE VatBilled     TO GLCredit
    PERFORM PostOneGLLine
    MOVE "HANDSET"     TO GLItem
    MOVE HandsetBilled TO GLCredit
    PERFORM PostOneGLLine.

PostOneGLLine.
    CALL "PostGLJournal" USING GLSource, GLBatchId, GLBatchType,
                               BillingPeriod, GLItem, GLCostCentre,
                               GLDebit, GLCredit.

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
       MOVE SubscriberId-HI      TO HT-SubscriberId(InstalmentCount)
       MOVE AgreementDate-HI     TO HT-AgreementDate(InstalmentCount)
       MOVE Handset-HI           TO HT-Handset(InstalmentCount)
       MOVE TotalPrice-HI        TO HT-TotalPrice(InstalmentCount)
       MOVE Deposit-HI           TO HT-Deposit(InstalmentCount)
       MOVE Instalments-HI       TO HT-Instalments(InstalmentCount)
       MOVE InstalmentsBilled-HI TO HT-Billed(InstalmentCount)
       MOVE LastBilledPeriod-HI  TO HT-LastPeriod(InstalmentCount)
       MOVE LastBilledAmount-HI  TO HT-LastAmount(InstalmentCount)
       MOVE AgreementStatus-HI   TO HT-Status(InstalmentCount)
       MOVE SettledAmount-HI     TO HT-SettledAmount(InstalmentCount)
       READ InstalmentFile
          AT END SET EndOfInstalmentFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE InstalmentFile.

BillHandsetInstalments.
*   A period already billed for the agreement (a rerun) reprints what
*   was billed then; otherwise an active agreement bills its next
*   instalment, or its whole balance on a final bill.
    MOVE ZERO TO HandsetCharge
    PERFORM VARYING InstalmentIdx FROM 1 BY 1
            UNTIL InstalmentIdx > InstalmentCount
       IF HT-SubscriberId(InstalmentIdx) = PrevSubscriberId
          EVALUATE TRUE
              WHEN HT-LastPeriod(InstalmentIdx) = BillingPeriod
                   PERFORM ReprintOneInstalment
              WHEN NormalRun AND HT-Active(InstalmentIdx)
               AND HT-LastPeriod(InstalmentIdx) < BillingPeriod
               AND HT-AgreementDate(InstalmentIdx) < PeriodEndScan
                   PERFORM BillOneInstalment
          END-EVALUATE
       END-IF
    END-PERFORM
    IF HandsetCharge NOT = ZERO
       COMPUTE BillTotalWithHandset = TotalCostIncVAT + HandsetCharge
       MOVE BillTotalWithHandset TO PrnBillTotal
       WRITE PrintRec FROM HandsetTotalLine AFTER ADVANCING 1 LINE
    END-IF.

BillOneInstalment.
    COMPUTE FinancedAmount = HT-TotalPrice(InstalmentIdx)
                             - HT-Deposit(InstalmentIdx)
    COMPUTE InstalmentAmount =
            FinancedAmount / HT-Instalments(InstalmentIdx)
    IF SubscriberClosing
       COMPUTE InstalmentAmount = FinancedAmount
               - (InstalmentAmount * HT-Billed(InstalmentIdx))
       MOVE HT-Instalments(InstalmentIdx) TO HT-Billed(InstalmentIdx)
       MOVE "S" TO HT-Status(InstalmentIdx)
       MOVE InstalmentAmount TO HT-SettledAmount(InstalmentIdx)
    ELSE
       ADD 1 TO HT-Billed(InstalmentIdx)
       IF HT-Billed(InstalmentIdx) = HT-Instalments(InstalmentIdx)
          COMPUTE InstalmentAmount = FinancedAmount
                  - (InstalmentAmount
                     * (HT-Instalments(InstalmentIdx) - 1))
          MOVE "C" TO HT-Status(InstalmentIdx)
       END-IF
    END-IF
    MOVE BillingPeriod    TO HT-LastPeriod(InstalmentIdx)
    MOVE InstalmentAmount TO HT-LastAmount(InstalmentIdx)
    PERFORM PrintOneInstalment
*   A rerun never bills a new instalment, so this is a normal run.
    MOVE PrevSubscriberId TO SubscriberId-BI
    MOVE TodaysDate       TO BillDate-BI
    MOVE InstalmentAmount TO BillAmount-BI
    WRITE BilledItemRec.

ReprintOneInstalment.
    MOVE HT-LastAmount(InstalmentIdx) TO InstalmentAmount
    PERFORM PrintOneInstalment.

PrintOneInstalment.
    MOVE HT-Handset(InstalmentIdx) TO PrnHandset
    IF HT-Settled(InstalmentIdx)
       MOVE "balance " TO PrnInstalmentNote
    ELSE
       MOVE HT-Billed(InstalmentIdx)      TO PrnInstalmentNo
       MOVE " of "                        TO PrnInstalmentNote(3:4)
       MOVE HT-Instalments(InstalmentIdx) TO PrnInstalmentsDue
    END-IF
    MOVE InstalmentAmount TO PrnHandsetAmount
    WRITE PrintRec FROM HandsetLine AFTER ADVANCING 1 LINE
    ADD InstalmentAmount TO HandsetCharge.

RewriteInstalmentFile.
*   A rerun bills nothing new, so the file is left as it was.
    IF InstalmentCount = ZERO OR RerunRequested
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT InstalmentFile
    PERFORM VARYING InstalmentIdx FROM 1 BY 1
            UNTIL InstalmentIdx > InstalmentCount
       MOVE HT-SubscriberId(InstalmentIdx)  TO SubscriberId-HI
       MOVE HT-AgreementDate(InstalmentIdx) TO AgreementDate-HI
       MOVE HT-Handset(InstalmentIdx)       TO Handset-HI
       MOVE HT-TotalPrice(InstalmentIdx)    TO TotalPrice-HI
       MOVE HT-Deposit(InstalmentIdx)       TO Deposit-HI
       MOVE HT-Instalments(InstalmentIdx)   TO Instalments-HI
       MOVE HT-Billed(InstalmentIdx)        TO InstalmentsBilled-HI
       MOVE HT-LastPeriod(InstalmentIdx)    TO LastBilledPeriod-HI
       MOVE HT-LastAmount(InstalmentIdx)    TO LastBilledAmount-HI
       MOVE HT-Status(InstalmentIdx)        TO AgreementStatus-HI
       MOVE HT-SettledAmount(InstalmentIdx) TO SettledAmount-HI
       WRITE InstalmentRec
    END-PERFORM
    CLOSE InstalmentFile.

ComputePeriodBounds.
    COMPUTE PeriodStartDate = (BillingPeriod * 100) + 1
    COMPUTE PeriodStartInt =
*   minutes; both are prorated when the plan started mid-period.
    MOVE ZERO TO RecurringCharge, FreeMinutesLeft, MatchedPlan
    MOVE "n"  TO ProrationNeeded
    IF SubscriberNotFound OR PrepaidAccount-SM
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING PlanIdx FROM 1 BY 1
    CLOSE TariffFile.

RateOneCall.
*  The weekend band on any day that is not a working day on the
*  business calendar - a Saturday, a Sunday or a bank holiday.
    CALL "BusinessCalendar" USING BY CONTENT CallDate
                                  BY CONTENT NoSecondDate
                                  BY REFERENCE CalendarResult
    IF NonWorkingDay-BC
       MOVE "E" TO CallDayType
    ELSE
       MOVE "W" TO CallDayType
         AT END SET EndOfBillableServicesFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfBillableServicesFile   
       MOVE SubscriberId-BSF TO SubscriberId-WF, SubscriberId-SM
       READ SubscriberMaster
          INVALID KEY CONTINUE
       END-READ
       IF SubscriberFound
          MOVE BillPayerId-SM TO BillPayerId-WF
       ELSE
          MOVE ZERO TO BillPayerId-WF
       END-IF
       MOVE ServiceType-BSF  TO ServiceType-WF
       MOVE CallDateTime-BSF TO CallDateTime-WF
       MOVE Duration-BSF     TO Duration-WF
