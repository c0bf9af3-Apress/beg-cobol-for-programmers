IDENTIFICATION DIVISION.
PROGRAM-ID. Listing14-34.
AUTHOR. Michael Coughlan.
* Universal Telecoms daily prepaid rating run.
* Prepaid (pay-as-you-go) subscribers - account type P on the
* SubscriberMaster - are not billed by Listing14-3; their usage is
* paid for from the credit topped up through Listing14-33 and held
* on the INDEXED PrepaidBalanceFile.  This run is daily: the
* month-to-date BillableServicesFile is sorted by subscriber and
* call date-time, and every call and text of a prepaid subscriber
* not already debited is rated and taken off their balance.
* Calls are rated exactly as the billing run rates them - the
* TariffFile band for the day and time of the call (the dearest band
* where none covers it), plus the per-minute surcharge from the
* InternationalRateFile for a destination country the shared
* ValidateCountryCode service (Listing13-5sub) accepts - and texts
* at the per-text rate keyed at the start of the run, VAT added on
* top as on a bill.  Prepaid accounts have no plan, so there are no
* included minutes and no recurring charge.
* Each balance record carries the date-time of the last usage
* debited, so the file can be rated every day of the month - or the
* run repeated - without charging any call twice.  Usage that takes
* a balance below zero is still debited; the balance goes negative
* and the account shows on the alert list.
* The run finishes with the low-balance alert list - every prepaid
* account whose balance is under the alert level keyed - and the
* prepaid liability: the total credit held on the file after the
* day's rating, which finance books as deferred revenue, beside the
* day's top-ups from the TopUpFile and the usage debited.
* A call on a bank holiday is rated on the weekend band, the
* same as a Saturday or Sunday: the day type comes from the shared
* business calendar (BusinessCalendar, Listing16-22sub) instead of
* the day of the week, so every rating run treats a holiday alike.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BillableServicesFile ASSIGN TO "Listing14-3.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BillableStatus.

    SELECT WorkFile ASSIGN TO "WORK.TMP".

    SELECT SortedUsageFile ASSIGN TO "Listing14-34.Srt"
           ORGANIZATION LINE SEQUENTIAL.

    SELECT TariffFile ASSIGN TO "Listing14-3Tariff.dat"
           ORGANIZATION LINE SEQUENTIAL.

    SELECT InternationalRateFile ASSIGN TO "Listing14-3IntlRates.dat"
           ORGANIZATION LINE SEQUENTIAL.

    SELECT SubscriberMaster ASSIGN TO "Listing14-11Subs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SubscriberId-SM
           FILE STATUS IS SubscriberMasterStatus.

    SELECT PrepaidBalanceFile ASSIGN TO "Listing14-33Prepaid.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SubscriberId-PP
           FILE STATUS IS PrepaidStatus.

    SELECT TopUpFile ASSIGN TO "Listing14-33TopUps.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TopUpStatus.

DATA DIVISION.
FILE SECTION.
FD  BillableServicesFile.
01  SubscriberRec-BSF     PIC X(37).

SD  WorkFile.
01  WorkRec.
    02 SubscriberId-WF    PIC 9(10).
    02 ServiceType-WF     PIC 9.
    02 ServiceCost-WF     PIC 9(4)V99.
    02 CallDateTime-WF    PIC 9(14).
    02 Duration-WF        PIC 9(4).
    02 DestCountry-WF     PIC XX.

FD  SortedUsageFile.
01  SortedUsageRec.
    88 EndOfUsageFile     VALUE HIGH-VALUES.
    02 SubscriberId-SU    PIC 9(10).
    02 ServiceType-SU     PIC 9.
       88 VoiceCall-SU    VALUE 2.
    02 ServiceCost-SU     PIC 9(4)V99.
    02 CallDateTime-SU.
       03 CallDate-SU     PIC 9(8).
       03 CallTime-SU.
          04 CallHHMM-SU  PIC 9(4).
          04 FILLER       PIC 99.
    02 CallDuration-SU    PIC 9(4).
    02 DestCountry-SU     PIC XX.
       88 DomesticCall-SU VALUE SPACES.

FD  TariffFile.
01  TariffRec.
    88 EndOfTariffFile  VALUE HIGH-VALUES.
    02 DayType-TAR        PIC X.
    02 BandName-TAR       PIC X(10).
    02 StartTime-TAR      PIC 9(4).
    02 EndTime-TAR        PIC 9(4).
    02 RatePerMin-TAR     PIC 9V999.

FD  InternationalRateFile.
01  IntlRateRec.
    88 EndOfIntlRateFile  VALUE HIGH-VALUES.
    02 CountryCode-IRF    PIC XX.
    02 SurchargePerMin-IRF PIC 9V999.

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
    88 EndOfPrepaidFile   VALUE HIGH-VALUES.
    02 SubscriberId-PP    PIC 9(10).
    02 Balance-PP         PIC S9(6)V99.
    02 LastTopUpDate-PP   PIC 9(8).
    02 RatedUpTo-PP       PIC 9(14).
    02 LastRatedDate-PP   PIC 9(8).
    02 TotalToppedUp-PP   PIC 9(7)V99.
    02 TotalUsed-PP       PIC 9(7)V99.

FD  TopUpFile.
01  TopUpRec.
    88 EndOfTopUpFile     VALUE HIGH-VALUES.
    02 SubscriberId-TU    PIC 9(10).
    02 TopUpDateTime-TU.
       03 TopUpDate-TU    PIC 9(8).
       03 TopUpTime-TU    PIC 9(6).
    02 Channel-TU         PIC X.
    02 TopUpAmount-TU     PIC 9(4)V99.
    02 Reference-TU       PIC X(16).
    02 OperatorId-TU      PIC X(4).

WORKING-STORAGE SECTION.
01 BillableStatus         PIC XX.
   88 NoBillableFile      VALUE "35".

01 SubscriberMasterStatus PIC XX.
   88 SubscriberFound     VALUE "00".

01 PrepaidStatus          PIC XX.
   88 BalanceFound        VALUE "00".
   88 NoPrepaidFileYet    VALUE "35".

01 TopUpStatus            PIC XX.
   88 NoTopUpFile         VALUE "35".

01 RunDate                PIC 9(8).
01 TextRate               PIC 9V999.
01 VatRate                PIC 9V999.
01 LowBalanceLevel        PIC 9(3)V99.

01 TariffTable.
   02 TariffEntry OCCURS 10 TIMES.
      03 TB-DayType        PIC X.
      03 TB-BandName       PIC X(10).
      03 TB-StartTime      PIC 9(4).
      03 TB-EndTime        PIC 9(4).
      03 TB-RatePerMin     PIC 9V999.

01 TariffCount             PIC 99 VALUE ZERO.
01 TariffIdx               PIC 99.
01 MatchedBand             PIC 99.

01 IntlRateTable.
   02 IntlRateEntry OCCURS 50 TIMES
              ASCENDING KEY IS IR-CountryCode
              INDEXED BY IRIdx.
      03 IR-CountryCode    PIC XX.
      03 IR-SurchargePerMin PIC 9V999.

01 IntlRateCount           PIC 99 VALUE ZERO.

01 CountryCodeWS           PIC XX.
01 CountryNameWS           PIC X(25).
01 CountryValidFlag        PIC 9.
   88 DestCountryValid     VALUE 1.
01 IntlSurcharge           PIC 9V999.

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

01 UsageCost               PIC 9(5)V99.
01 UsageCostIncVAT         PIC 9(5)V99.

01 PrevSubscriberId        PIC 9(10).
01 FILLER                  PIC X VALUE "n".
   88 RatingThisSubscriber VALUE "y".
   88 SkippingSubscriber   VALUE "n".
01 FILLER                  PIC X VALUE "n".
   88 NewBalanceRecord     VALUE "y".
   88 BalanceOnFile        VALUE "n".
01 FILLER                  PIC X VALUE "n".
   88 BalanceDebited       VALUE "y".
   88 BalanceNotDebited    VALUE "n".

01 RatingTotals.
   02 CallsRated           PIC 9(7)    VALUE ZERO.
   02 TextsRated           PIC 9(7)    VALUE ZERO.
   02 AlreadyRatedCount    PIC 9(7)    VALUE ZERO.
   02 UnknownCountryCount  PIC 9(5)    VALUE ZERO.
   02 AccountsDebited      PIC 9(5)    VALUE ZERO.
   02 NewBalanceCount      PIC 9(5)    VALUE ZERO.
   02 TotalDebited         PIC 9(8)V99 VALUE ZERO.

01 LiabilityTotals.
   02 PrepaidAccounts      PIC 9(5)    VALUE ZERO.
   02 TotalCreditHeld      PIC 9(8)V99 VALUE ZERO.
   02 OverdrawnCount       PIC 9(5)    VALUE ZERO.
   02 TotalOverdrawn       PIC 9(8)V99 VALUE ZERO.
   02 LowBalanceCount      PIC 9(5)    VALUE ZERO.
   02 TopUpsOnRunDate      PIC 9(5)    VALUE ZERO.
   02 TotalTopUpsOnRunDate PIC 9(8)V99 VALUE ZERO.

01 PrnCount               PIC ZZ,ZZ9.
01 PrnBigCount            PIC Z,ZZZ,ZZ9.
01 PrnAmount              PIC ZZ,ZZZ,ZZ9.99.

01 AlertHeading           PIC X(60) VALUE
   "SubscriberId   Balance   Last Top-up Last Rated Subscriber".

01 AlertLine.
   02 PrnSubscriberId     PIC 9(10).
   02 FILLER              PIC X(2)  VALUE SPACES.
   02 PrnBalance          PIC ---,--9.99.
   02 FILLER              PIC X(3)  VALUE SPACES.
   02 PrnLastTopUp        PIC 9(8).
   02 FILLER              PIC X(4)  VALUE SPACES.
   02 PrnLastRated        PIC 9(8).
   02 FILLER              PIC X(3)  VALUE SPACES.
   02 PrnSubscriberName   PIC X(25).

PROCEDURE DIVISION.
Begin.
    DISPLAY "Prepaid rating - run date (YYYYMMDD) - "
            WITH NO ADVANCING
    ACCEPT RunDate
    DISPLAY "Enter per-text rate (e.g. 0.050 for 5c) - "
            WITH NO ADVANCING
    ACCEPT TextRate
    DISPLAY "Enter VAT rate (e.g. 0.230 for 23%) - "
            WITH NO ADVANCING
    ACCEPT VatRate
    DISPLAY "Low-balance alert level (e.g. 5.00) - "
            WITH NO ADVANCING
    ACCEPT LowBalanceLevel
    PERFORM LoadTariffTable
    PERFORM LoadIntlRateTable
    OPEN INPUT SubscriberMaster
    OPEN I-O PrepaidBalanceFile
    IF NoPrepaidFileYet
       OPEN OUTPUT PrepaidBalanceFile
       CLOSE PrepaidBalanceFile
       OPEN I-O PrepaidBalanceFile
    END-IF
    OPEN INPUT BillableServicesFile
    IF NoBillableFile
       DISPLAY "No usage on file - balances reported as they stand."
    ELSE
       CLOSE BillableServicesFile
       SORT WorkFile ON ASCENDING KEY SubscriberId-WF,
                                      CallDateTime-WF
            USING BillableServicesFile
            GIVING SortedUsageFile
       PERFORM RateSortedUsage
    END-IF
    PERFORM AddUpRunDateTopUps
    PERFORM PrintLowBalanceAlerts
    CLOSE SubscriberMaster, PrepaidBalanceFile
    PERFORM PrintRunTotals
    STOP RUN.

RateSortedUsage.
    OPEN INPUT SortedUsageFile
    READ SortedUsageFile
       AT END SET EndOfUsageFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfUsageFile
       MOVE SubscriberId-SU TO PrevSubscriberId
       PERFORM StartSubscriberUsage
       PERFORM UNTIL EndOfUsageFile
               OR SubscriberId-SU NOT = PrevSubscriberId
          IF RatingThisSubscriber
             PERFORM RateOneUsageRecord
          END-IF
          READ SortedUsageFile
             AT END SET EndOfUsageFile TO TRUE
          END-READ
       END-PERFORM
       IF RatingThisSubscriber AND BalanceDebited
          PERFORM SaveBalanceRecord
       END-IF
    END-PERFORM
    CLOSE SortedUsageFile.

StartSubscriberUsage.
*   Only prepaid subscribers are rated here; everyone else's usage
*   waits for the monthly bill.  A prepaid subscriber who has never
*   topped up gets a balance record now, and goes straight below
*   zero.
    SET SkippingSubscriber TO TRUE
    SET BalanceNotDebited  TO TRUE
    SET BalanceOnFile      TO TRUE
    MOVE PrevSubscriberId TO SubscriberId-SM
    READ SubscriberMaster
       INVALID KEY CONTINUE
    END-READ
    IF NOT SubscriberFound OR NOT PrepaidAccount-SM
       EXIT PARAGRAPH
    END-IF
    SET RatingThisSubscriber TO TRUE
    MOVE PrevSubscriberId TO SubscriberId-PP
    READ PrepaidBalanceFile
       INVALID KEY CONTINUE
    END-READ
    IF NOT BalanceFound
       SET NewBalanceRecord TO TRUE
       MOVE PrevSubscriberId TO SubscriberId-PP
       MOVE ZERO TO Balance-PP, LastTopUpDate-PP, RatedUpTo-PP,
                    LastRatedDate-PP, TotalToppedUp-PP, TotalUsed-PP
    END-IF.

RateOneUsageRecord.
*   Usage up to the last record debited has been paid for already;
*   usage dated after the run date waits for that day's run.
    IF CallDateTime-SU NOT GREATER THAN RatedUpTo-PP
       ADD 1 TO AlreadyRatedCount
       EXIT PARAGRAPH
    END-IF
    IF CallDate-SU > RunDate
       EXIT PARAGRAPH
    END-IF
    IF VoiceCall-SU
       PERFORM RateOneCall
       ADD 1 TO CallsRated
    ELSE
       MOVE TextRate TO UsageCost
       ADD 1 TO TextsRated
    END-IF
    COMPUTE UsageCostIncVAT ROUNDED = UsageCost * (1 + VatRate)
    SUBTRACT UsageCostIncVAT FROM Balance-PP
    ADD UsageCostIncVAT TO TotalUsed-PP, TotalDebited
    MOVE CallDateTime-SU TO RatedUpTo-PP
    SET BalanceDebited TO TRUE.

SaveBalanceRecord.
    MOVE RunDate TO LastRatedDate-PP
    ADD 1 TO AccountsDebited
    IF NewBalanceRecord
       ADD 1 TO NewBalanceCount
       WRITE PrepaidBalanceRec
          INVALID KEY
             DISPLAY "Unexpected write error on PrepaidBalanceFile - "
                     PrepaidStatus " for " SubscriberId-PP
       END-WRITE
    ELSE
       REWRITE PrepaidBalanceRec
          INVALID KEY
             DISPLAY "Unexpected rewrite error on PrepaidBalanceFile"
                     " - " PrepaidStatus " for " SubscriberId-PP
       END-REWRITE
    END-IF.

RateOneCall.
*  The weekend band on any day that is not a working day on the
*  business calendar - a Saturday, a Sunday or a bank holiday.
    CALL "BusinessCalendar" USING BY CONTENT CallDate-SU
                                  BY CONTENT NoSecondDate
                                  BY REFERENCE CalendarResult
    IF NonWorkingDay-BC
       MOVE "E" TO CallDayType
    ELSE
       MOVE "W" TO CallDayType
    END-IF
    MOVE ZERO TO MatchedBand
    PERFORM VARYING TariffIdx FROM 1 BY 1
            UNTIL TariffIdx > TariffCount OR MatchedBand NOT = ZERO
       IF TB-DayType(TariffIdx) = CallDayType
          AND CallHHMM-SU NOT LESS THAN TB-StartTime(TariffIdx)
          AND CallHHMM-SU NOT GREATER THAN TB-EndTime(TariffIdx)
          MOVE TariffIdx TO MatchedBand
       END-IF
    END-PERFORM
    IF MatchedBand = ZERO
*      No band covers the call - price it at the dearest band, as
*      the billing run does.
       MOVE 1 TO MatchedBand
       PERFORM VARYING TariffIdx FROM 2 BY 1
               UNTIL TariffIdx > TariffCount
          IF TB-RatePerMin(TariffIdx) > TB-RatePerMin(MatchedBand)
             MOVE TariffIdx TO MatchedBand
          END-IF
       END-PERFORM
    END-IF
    COMPUTE UsageCost ROUNDED =
            CallDuration-SU * TB-RatePerMin(MatchedBand)
    IF NOT DomesticCall-SU
       PERFORM SurchargeInternationalCall
    END-IF.

SurchargeInternationalCall.
*   An unknown country is rated at the band rate only, as on a bill.
    MOVE DestCountry-SU TO CountryCodeWS
    MOVE SPACES         TO CountryNameWS
    MOVE ZERO           TO CountryValidFlag
    CALL "ValidateCountryCode" USING CountryCodeWS, CountryNameWS,
                                     CountryValidFlag
    IF NOT DestCountryValid
       ADD 1 TO UnknownCountryCount
       DISPLAY "Unknown destination country " DestCountry-SU
               " for " SubscriberId-SU " - band rate only"
    ELSE
       PERFORM FindIntlSurcharge
       COMPUTE UsageCost ROUNDED =
               UsageCost + (CallDuration-SU * IntlSurcharge)
    END-IF.

FindIntlSurcharge.
*  A country missing from the rate file is surcharged at the dearest
*  rate on file, so a rate-file gap never gives calls away.
    MOVE ZERO TO IntlSurcharge
    SEARCH ALL IntlRateEntry
       AT END PERFORM UseDearestIntlRate
       WHEN IR-CountryCode(IRIdx) = CountryCodeWS
            MOVE IR-SurchargePerMin(IRIdx) TO IntlSurcharge
    END-SEARCH.

UseDearestIntlRate.
    PERFORM VARYING IRIdx FROM 1 BY 1
            UNTIL IRIdx > IntlRateCount
       IF IR-SurchargePerMin(IRIdx) > IntlSurcharge
          MOVE IR-SurchargePerMin(IRIdx) TO IntlSurcharge
       END-IF
    END-PERFORM.

AddUpRunDateTopUps.
    OPEN INPUT TopUpFile
    IF NoTopUpFile
       EXIT PARAGRAPH
    END-IF
    READ TopUpFile
       AT END SET EndOfTopUpFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfTopUpFile
       IF TopUpDate-TU = RunDate
          ADD 1 TO TopUpsOnRunDate
          ADD TopUpAmount-TU TO TotalTopUpsOnRunDate
       END-IF
       READ TopUpFile
          AT END SET EndOfTopUpFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE TopUpFile.

PrintLowBalanceAlerts.
*   One pass of the balance file gives both the alert list and the
*   liability: credit held is the sum of the balances above zero;
*   balances below zero are owed to us, not held for the subscriber.
    DISPLAY " "
    DISPLAY "***** PREPAID LOW-BALANCE ALERTS - " RunDate " *****"
    DISPLAY AlertHeading
    MOVE ZERO TO SubscriberId-PP
    START PrepaidBalanceFile KEY IS NOT LESS THAN SubscriberId-PP
       INVALID KEY SET EndOfPrepaidFile TO TRUE
    END-START
    IF NOT EndOfPrepaidFile
       READ PrepaidBalanceFile NEXT RECORD
          AT END SET EndOfPrepaidFile TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfPrepaidFile
       ADD 1 TO PrepaidAccounts
       IF Balance-PP > ZERO
          ADD Balance-PP TO TotalCreditHeld
       END-IF
       IF Balance-PP < ZERO
          ADD 1 TO OverdrawnCount
          SUBTRACT Balance-PP FROM TotalOverdrawn
       END-IF
       IF Balance-PP < LowBalanceLevel
          PERFORM PrintOneAlert
       END-IF
       READ PrepaidBalanceFile NEXT RECORD
          AT END SET EndOfPrepaidFile TO TRUE
       END-READ
    END-PERFORM
    IF LowBalanceCount = ZERO
       DISPLAY "No prepaid balances under the alert level."
    END-IF.

PrintOneAlert.
    ADD 1 TO LowBalanceCount
    MOVE SubscriberId-PP   TO PrnSubscriberId, SubscriberId-SM
    MOVE Balance-PP        TO PrnBalance
    MOVE LastTopUpDate-PP  TO PrnLastTopUp
    MOVE LastRatedDate-PP  TO PrnLastRated
    READ SubscriberMaster
       INVALID KEY CONTINUE
    END-READ
    IF SubscriberFound
       MOVE SubscriberName-SM TO PrnSubscriberName
    ELSE
       MOVE "(not on master)" TO PrnSubscriberName
    END-IF
    DISPLAY AlertLine.

PrintRunTotals.
    DISPLAY " "
    DISPLAY "***** PREPAID RATING AND LIABILITY - " RunDate " *****"
    MOVE CallsRated TO PrnBigCount
    DISPLAY "Calls rated                      - " PrnBigCount
    MOVE TextsRated TO PrnBigCount
    DISPLAY "Texts rated                      - " PrnBigCount
    MOVE AlreadyRatedCount TO PrnBigCount
    DISPLAY "Usage already rated, skipped     - " PrnBigCount
    MOVE UnknownCountryCount TO PrnCount
    DISPLAY "Calls to unknown countries       - " PrnCount
    MOVE AccountsDebited TO PrnCount
    DISPLAY "Prepaid accounts debited         - " PrnCount
    MOVE NewBalanceCount TO PrnCount
    DISPLAY "  with no top-up before today    - " PrnCount
    MOVE TotalDebited TO PrnAmount
    DISPLAY "Usage debited this run (inc VAT) - " PrnAmount
    MOVE TopUpsOnRunDate TO PrnCount
    DISPLAY "Top-ups taken on run date        - " PrnCount
    MOVE TotalTopUpsOnRunDate TO PrnAmount
    DISPLAY "Top-up takings on run date       - " PrnAmount
    MOVE PrepaidAccounts TO PrnCount
    DISPLAY "Prepaid balances on file         - " PrnCount
    MOVE TotalCreditHeld TO PrnAmount
    DISPLAY "PREPAID LIABILITY - CREDIT HELD  - " PrnAmount
    MOVE OverdrawnCount TO PrnCount
    DISPLAY "Balances below zero              - " PrnCount
    MOVE TotalOverdrawn TO PrnAmount
    DISPLAY "Owed on balances below zero      - " PrnAmount
    MOVE LowBalanceCount TO PrnCount
    DISPLAY "Low-balance alerts               - " PrnCount.

LoadTariffTable.
    OPEN INPUT TariffFile
    READ TariffFile
       AT END SET EndOfTariffFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfTariffFile OR TariffCount = 10
       ADD 1 TO TariffCount
       MOVE DayType-TAR    TO TB-DayType(TariffCount)
       MOVE BandName-TAR   TO TB-BandName(TariffCount)
       MOVE StartTime-TAR  TO TB-StartTime(TariffCount)
       MOVE EndTime-TAR    TO TB-EndTime(TariffCount)
       MOVE RatePerMin-TAR TO TB-RatePerMin(TariffCount)
       READ TariffFile
          AT END SET EndOfTariffFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE TariffFile.

LoadIntlRateTable.
    MOVE HIGH-VALUES TO IntlRateTable
    OPEN INPUT InternationalRateFile
    READ InternationalRateFile
       AT END SET EndOfIntlRateFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfIntlRateFile OR IntlRateCount = 50
       ADD 1 TO IntlRateCount
       SET IRIdx TO IntlRateCount
       MOVE IntlRateRec TO IntlRateEntry(IRIdx)
       READ InternationalRateFile
          AT END SET EndOfIntlRateFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE InternationalRateFile.
