IDENTIFICATION DIVISION.
PROGRAM-ID. Listing14-36.
AUTHOR. Michael Coughlan.
* Universal Telecoms international carrier settlement run.
* Run monthly after the billing run (Listing14-3).  Every
* international call in the settlement month on the
* BillableServicesFile - postpaid and prepaid alike, since the
* foreign carrier terminates them all - is totalled by destination
* country: calls, minutes and our retail revenue.  The revenue is
* the call rated exactly as the billing run rates it, before VAT -
* the TariffFile band for the day and time of the call plus the
* per-minute surcharge from the InternationalRateFile - at its full
* duration, since a plan's included minutes are not given against
* any one destination.  Calls to a country the shared
* ValidateCountryCode service (Listing13-5sub) rejects are billed at
* the band rate only and settled with nobody; they are counted.
* The SettlementRateFile carries one record per destination and
* terminating carrier: the carrier, the country, the share of that
* country's minutes routed to the carrier (a percentage) and the
* inbound settlement rate per minute the carrier charges us.  Each
* carrier's minutes are its share of the country's minutes, and the
* amount payable is those minutes at its rate.
* The run prints a settlement statement per carrier - destination,
* minutes, rate and amount payable, with the carrier's total - for
* finance to check the carrier's invoice against, then the margin by
* destination: minutes, retail revenue, settlement cost and margin,
* flagging any destination with no settlement rate on file or whose
* routing shares do not add up to 100%.
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

    SELECT TariffFile ASSIGN TO "Listing14-3Tariff.dat"
           ORGANIZATION LINE SEQUENTIAL.

    SELECT InternationalRateFile ASSIGN TO "Listing14-3IntlRates.dat"
           ORGANIZATION LINE SEQUENTIAL.

*   One record per destination country and terminating carrier.
    SELECT SettlementRateFile ASSIGN TO "Listing14-36Settle.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SettlementRateStatus.

DATA DIVISION.
FILE SECTION.
FD  BillableServicesFile.
01  SubscriberRec-BSF.
    88 EndOfBillableServicesFile VALUE HIGH-VALUES.
    02 SubscriberId-BSF   PIC 9(10).
    02 ServiceType-BSF    PIC 9.
       88 VoiceCall-BSF   VALUE 2.
    02 ServiceCost-BSF    PIC 9(4)V99.
    02 CallDateTime-BSF.
       03 CallDate-BSF    PIC 9(8).
       03 FILLER REDEFINES CallDate-BSF.
          04 CallMonth-BSF PIC 9(6).
          04 FILLER       PIC 99.
       03 CallTime-BSF.
          04 CallHHMM-BSF PIC 9(4).
          04 FILLER       PIC 99.
    02 Duration-BSF       PIC 9(4).
    02 DestCountry-BSF    PIC XX.
       88 DomesticCall-BSF VALUE SPACES.

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

FD  SettlementRateFile.
01  SettlementRateRec.
    88 EndOfSettlementFile VALUE HIGH-VALUES.
    02 CarrierCode-SR     PIC X(6).
    02 CarrierName-SR     PIC X(25).
    02 CountryCode-SR     PIC XX.
    02 RouteShare-SR      PIC 9(3).
    02 SettleRate-SR      PIC 9V9999.

WORKING-STORAGE SECTION.
01 BillableStatus         PIC XX.
   88 NoBillableFile      VALUE "35".

01 SettlementRateStatus   PIC XX.
   88 NoSettlementFile    VALUE "35".

01 SettlementMonth        PIC 9(6).

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

01 CallRevenue             PIC 9(5)V99.

*  The month's international traffic by destination country.
01 DestinationTable.
   02 DestinationEntry OCCURS 100 TIMES.
      03 DT-CountryCode    PIC XX.
      03 DT-CountryName    PIC X(25).
      03 DT-Calls          PIC 9(6).
      03 DT-Minutes        PIC 9(7).
      03 DT-Revenue        PIC 9(7)V99.
      03 DT-Cost           PIC 9(7)V99.
      03 DT-ShareTotal     PIC 9(4).
      03 DT-RateCount      PIC 99.

01 DestinationCount        PIC 999 VALUE ZERO.
01 DestinationIdx          PIC 999.
01 SwapDestinationEntry    PIC X(64).

*  The settlement rates, sorted by carrier and destination for the
*  statements, each with the minutes and amount it settles.
01 SettlementTable.
   02 SettlementEntry OCCURS 300 TIMES.
      03 SR-CarrierCode    PIC X(6).
      03 SR-CarrierName    PIC X(25).
      03 SR-CountryCode    PIC XX.
      03 SR-RouteShare     PIC 9(3).
      03 SR-SettleRate     PIC 9V9999.
      03 SR-Minutes        PIC 9(7).
      03 SR-Payable        PIC 9(7)V99.

01 SettlementCount         PIC 999 VALUE ZERO.
01 SettlementIdx           PIC 999.
01 SwapSettlementEntry     PIC X(57).

01 SubscriptA              PIC 999.
01 SubscriptB              PIC 999.

01 PrevCarrierCode         PIC X(6).
01 CarrierMinutes          PIC 9(8).
01 CarrierPayable          PIC 9(8)V99.
01 DestinationMargin       PIC S9(7)V99.
01 MarginPercent           PIC S9(3)V9.

01 RunTotals.
   02 IntlCallCount        PIC 9(7)    VALUE ZERO.
   02 IntlMinutes          PIC 9(8)    VALUE ZERO.
   02 UnknownCountryCount  PIC 9(5)    VALUE ZERO.
   02 UnknownCountryMins   PIC 9(7)    VALUE ZERO.
   02 TotalRevenue         PIC 9(8)V99 VALUE ZERO.
   02 TotalPayable         PIC 9(8)V99 VALUE ZERO.
   02 TotalMargin          PIC S9(8)V99 VALUE ZERO.
   02 CarrierCount         PIC 9(4)    VALUE ZERO.
   02 NoRateCount          PIC 9(4)    VALUE ZERO.
   02 BadShareCount        PIC 9(4)    VALUE ZERO.

01 PrnCount               PIC ZZ,ZZ9.
01 PrnBigCount            PIC Z,ZZZ,ZZ9.
01 PrnAmount              PIC ZZ,ZZZ,ZZ9.99.
01 PrnSignedAmount        PIC --,---,--9.99.

01 StatementHeading       PIC X(67) VALUE
   "Destination                  Share    Minutes   Rate        Payable".

01 StatementLine.
   02 PrnStmtCountry      PIC XX.
   02 FILLER              PIC X     VALUE SPACE.
   02 PrnStmtCountryName  PIC X(25).
   02 FILLER              PIC X(2)  VALUE SPACES.
   02 PrnStmtShare        PIC ZZ9.
   02 FILLER              PIC X     VALUE "%".
   02 FILLER              PIC X(2)  VALUE SPACES.
   02 PrnStmtMinutes      PIC Z,ZZZ,ZZ9.
   02 FILLER              PIC X(2)  VALUE SPACES.
   02 PrnStmtRate         PIC 9.9999.
   02 FILLER              PIC X(1)  VALUE SPACES.
   02 PrnStmtPayable      PIC ZZ,ZZZ,ZZ9.99.

01 StatementTotalLine.
   02 FILLER              PIC X(30) VALUE
      "Total for carrier".
   02 FILLER              PIC X(5)  VALUE SPACES.
   02 PrnStmtTotalMinutes PIC ZZ,ZZZ,ZZ9.
   02 FILLER              PIC X(9)  VALUE SPACES.
   02 PrnStmtTotal        PIC ZZ,ZZZ,ZZ9.99.

01 MarginHeading          PIC X(77) VALUE
   "Destination            Minutes       Revenue   Settlement       Margin      %".

01 MarginLine.
   02 PrnCountry          PIC XX.
   02 FILLER              PIC X     VALUE SPACE.
   02 PrnCountryName      PIC X(18).
   02 PrnMinutes          PIC Z,ZZZ,ZZ9.
   02 FILLER              PIC X(1)  VALUE SPACES.
   02 PrnRevenue          PIC ZZ,ZZZ,ZZ9.99.
   02 PrnCost             PIC ZZ,ZZZ,ZZ9.99.
   02 PrnMargin           PIC --,---,--9.99.
   02 FILLER              PIC X(1)  VALUE SPACES.
   02 PrnMarginPercent    PIC ---9.9.
   02 FILLER              PIC X(1)  VALUE SPACES.
   02 PrnMarginFlag       PIC X(12).

PROCEDURE DIVISION.
Begin.
    DISPLAY "Carrier settlement - month (YYYYMM) - "
            WITH NO ADVANCING
    ACCEPT SettlementMonth
    OPEN INPUT SettlementRateFile
    IF NoSettlementFile
       DISPLAY "No settlement rate file - nothing to settle."
       STOP RUN
    END-IF
    OPEN INPUT BillableServicesFile
    IF NoBillableFile
       DISPLAY "No usage on file - nothing to settle."
       CLOSE SettlementRateFile
       STOP RUN
    END-IF
    PERFORM LoadTariffTable
    PERFORM LoadIntlRateTable
    PERFORM LoadSettlementTable
    READ BillableServicesFile
       AT END SET EndOfBillableServicesFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfBillableServicesFile
       IF VoiceCall-BSF AND NOT DomesticCall-BSF
          AND CallMonth-BSF = SettlementMonth
          PERFORM AddInternationalCall
       END-IF
       READ BillableServicesFile
          AT END SET EndOfBillableServicesFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE BillableServicesFile
    PERFORM SortDestinationsByCountry
    PERFORM SortSettlementsByCarrier
    PERFORM SettleOneRate VARYING SettlementIdx FROM 1 BY 1
            UNTIL SettlementIdx > SettlementCount
    PERFORM PrintCarrierStatements
    PERFORM PrintMarginByDestination
    PERFORM PrintRunTotals
    STOP RUN.

AddInternationalCall.
*   A country the service rejects has no carrier to settle with.
    MOVE DestCountry-BSF TO CountryCodeWS
    MOVE SPACES          TO CountryNameWS
    MOVE ZERO            TO CountryValidFlag
    CALL "ValidateCountryCode" USING CountryCodeWS, CountryNameWS,
                                     CountryValidFlag
    IF NOT DestCountryValid
       ADD 1 TO UnknownCountryCount
       ADD Duration-BSF TO UnknownCountryMins
       EXIT PARAGRAPH
    END-IF
    PERFORM RateOneCall
    PERFORM VARYING DestinationIdx FROM 1 BY 1
            UNTIL DestinationIdx > DestinationCount
               OR DT-CountryCode(DestinationIdx) = CountryCodeWS
       CONTINUE
    END-PERFORM
    IF DestinationIdx > DestinationCount
       IF DestinationCount NOT LESS THAN 100
          DISPLAY "More than 100 destination countries - the table"
                  " must be enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO DestinationCount
       MOVE CountryCodeWS TO DT-CountryCode(DestinationCount)
       MOVE CountryNameWS TO DT-CountryName(DestinationCount)
       MOVE ZERO TO DT-Calls(DestinationCount),
                    DT-Minutes(DestinationCount),
                    DT-Revenue(DestinationCount),
                    DT-Cost(DestinationCount),
                    DT-ShareTotal(DestinationCount),
                    DT-RateCount(DestinationCount)
    END-IF
    ADD 1            TO DT-Calls(DestinationIdx), IntlCallCount
    ADD Duration-BSF TO DT-Minutes(DestinationIdx), IntlMinutes
    ADD CallRevenue  TO DT-Revenue(DestinationIdx), TotalRevenue.

RateOneCall.
*  The weekend band on any day that is not a working day on the
*  business calendar - a Saturday, a Sunday or a bank holiday.
    CALL "BusinessCalendar" USING BY CONTENT CallDate-BSF
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
          AND CallHHMM-BSF NOT LESS THAN TB-StartTime(TariffIdx)
          AND CallHHMM-BSF NOT GREATER THAN TB-EndTime(TariffIdx)
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
    PERFORM FindIntlSurcharge
    COMPUTE CallRevenue ROUNDED = Duration-BSF
            * (TB-RatePerMin(MatchedBand) + IntlSurcharge).

FindIntlSurcharge.
*  A country missing from the rate file is surcharged at the dearest
*  rate on file, as on the bill.
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

SettleOneRate.
*   The carrier settles its share of the destination's minutes at
*   its own rate.
    MOVE ZERO TO SR-Minutes(SettlementIdx), SR-Payable(SettlementIdx)
    PERFORM VARYING DestinationIdx FROM 1 BY 1
            UNTIL DestinationIdx > DestinationCount
               OR DT-CountryCode(DestinationIdx)
                  = SR-CountryCode(SettlementIdx)
       CONTINUE
    END-PERFORM
    IF DestinationIdx > DestinationCount
       EXIT PARAGRAPH
    END-IF
    COMPUTE SR-Minutes(SettlementIdx) ROUNDED =
            DT-Minutes(DestinationIdx) * SR-RouteShare(SettlementIdx)
            / 100
    COMPUTE SR-Payable(SettlementIdx) ROUNDED =
            SR-Minutes(SettlementIdx) * SR-SettleRate(SettlementIdx)
    ADD SR-Payable(SettlementIdx)    TO DT-Cost(DestinationIdx)
    ADD SR-RouteShare(SettlementIdx) TO DT-ShareTotal(DestinationIdx)
    ADD 1 TO DT-RateCount(DestinationIdx).

PrintCarrierStatements.
    MOVE SPACES TO PrevCarrierCode
    PERFORM VARYING SettlementIdx FROM 1 BY 1
            UNTIL SettlementIdx > SettlementCount
       IF SR-CarrierCode(SettlementIdx) NOT = PrevCarrierCode
          IF SettlementIdx > 1
             PERFORM PrintCarrierTotal
          END-IF
          PERFORM StartCarrierStatement
       END-IF
       PERFORM PrintStatementLine
    END-PERFORM
    IF SettlementCount > ZERO
       PERFORM PrintCarrierTotal
    END-IF.

StartCarrierStatement.
    MOVE SR-CarrierCode(SettlementIdx) TO PrevCarrierCode
    MOVE ZERO TO CarrierMinutes, CarrierPayable
    ADD 1 TO CarrierCount
    DISPLAY " "
    DISPLAY "------------------------------ new page"
            " ------------------------------"
    DISPLAY "Universal Telecoms - inbound settlement statement"
    DISPLAY "Carrier " SR-CarrierCode(SettlementIdx) "  "
            SR-CarrierName(SettlementIdx)
    DISPLAY "Traffic month " SettlementMonth
    DISPLAY " "
    DISPLAY StatementHeading.

PrintStatementLine.
    MOVE SR-CountryCode(SettlementIdx) TO PrnStmtCountry
    MOVE "(no traffic this month)" TO PrnStmtCountryName
    PERFORM VARYING DestinationIdx FROM 1 BY 1
            UNTIL DestinationIdx > DestinationCount
       IF DT-CountryCode(DestinationIdx) = SR-CountryCode(SettlementIdx)
          MOVE DT-CountryName(DestinationIdx) TO PrnStmtCountryName
       END-IF
    END-PERFORM
    MOVE SR-RouteShare(SettlementIdx) TO PrnStmtShare
    MOVE SR-Minutes(SettlementIdx)    TO PrnStmtMinutes
    MOVE SR-SettleRate(SettlementIdx) TO PrnStmtRate
    MOVE SR-Payable(SettlementIdx)    TO PrnStmtPayable
    DISPLAY StatementLine
    ADD SR-Minutes(SettlementIdx) TO CarrierMinutes
    ADD SR-Payable(SettlementIdx) TO CarrierPayable.

PrintCarrierTotal.
    MOVE CarrierMinutes TO PrnStmtTotalMinutes
    MOVE CarrierPayable TO PrnStmtTotal
    DISPLAY " "
    DISPLAY StatementTotalLine
    ADD CarrierPayable TO TotalPayable.

PrintMarginByDestination.
    DISPLAY " "
    DISPLAY "------------------------------ new page"
            " ------------------------------"
    DISPLAY "***** INTERNATIONAL MARGIN BY DESTINATION - "
            SettlementMonth " *****"
    DISPLAY MarginHeading
    PERFORM PrintOneDestination VARYING DestinationIdx FROM 1 BY 1
            UNTIL DestinationIdx > DestinationCount.

PrintOneDestination.
    COMPUTE DestinationMargin = DT-Revenue(DestinationIdx)
                                - DT-Cost(DestinationIdx)
    ADD DestinationMargin TO TotalMargin
    IF DT-Revenue(DestinationIdx) = ZERO
       MOVE ZERO TO MarginPercent
    ELSE
       COMPUTE MarginPercent ROUNDED =
               DestinationMargin * 100 / DT-Revenue(DestinationIdx)
    END-IF
    EVALUATE TRUE
        WHEN DT-RateCount(DestinationIdx) = ZERO
             MOVE "NO RATE"   TO PrnMarginFlag
             ADD 1 TO NoRateCount
        WHEN DT-ShareTotal(DestinationIdx) NOT = 100
             MOVE "SHARES <> 100" TO PrnMarginFlag
             ADD 1 TO BadShareCount
        WHEN OTHER
             MOVE SPACES TO PrnMarginFlag
    END-EVALUATE
    MOVE DT-CountryCode(DestinationIdx) TO PrnCountry
    MOVE DT-CountryName(DestinationIdx) TO PrnCountryName
    MOVE DT-Minutes(DestinationIdx)     TO PrnMinutes
    MOVE DT-Revenue(DestinationIdx)     TO PrnRevenue
    MOVE DT-Cost(DestinationIdx)        TO PrnCost
    MOVE DestinationMargin              TO PrnMargin
    MOVE MarginPercent                  TO PrnMarginPercent
    DISPLAY MarginLine.

PrintRunTotals.
    DISPLAY " "
    MOVE IntlCallCount TO PrnBigCount
    DISPLAY "International calls settled     - " PrnBigCount
    MOVE IntlMinutes TO PrnBigCount
    DISPLAY "International minutes           - " PrnBigCount
    MOVE DestinationCount TO PrnCount
    DISPLAY "Destinations called             - " PrnCount
    MOVE CarrierCount TO PrnCount
    DISPLAY "Carrier statements printed      - " PrnCount
    MOVE TotalRevenue TO PrnAmount
    DISPLAY "Retail revenue (exc VAT)        - " PrnAmount
    MOVE TotalPayable TO PrnAmount
    DISPLAY "Settlement payable to carriers  - " PrnAmount
    MOVE TotalMargin TO PrnSignedAmount
    DISPLAY "International margin            - " PrnSignedAmount
    MOVE NoRateCount TO PrnCount
    DISPLAY "Destinations with no rate       - " PrnCount
    MOVE BadShareCount TO PrnCount
    DISPLAY "Destinations not fully routed   - " PrnCount
    MOVE UnknownCountryCount TO PrnCount
    DISPLAY "Calls to unknown countries      - " PrnCount
    MOVE UnknownCountryMins TO PrnBigCount
    DISPLAY "  minutes not settled           - " PrnBigCount.

SortDestinationsByCountry.
* Bubble sort on country code - the table is small.
    PERFORM VARYING SubscriptA FROM 1 BY 1
            UNTIL SubscriptA >= DestinationCount
       PERFORM VARYING SubscriptB FROM 1 BY 1
               UNTIL SubscriptB > DestinationCount - SubscriptA
          IF DT-CountryCode(SubscriptB)
             > DT-CountryCode(SubscriptB + 1)
             MOVE DestinationEntry(SubscriptB) TO SwapDestinationEntry
             MOVE DestinationEntry(SubscriptB + 1)
                  TO DestinationEntry(SubscriptB)
             MOVE SwapDestinationEntry
                  TO DestinationEntry(SubscriptB + 1)
          END-IF
       END-PERFORM
    END-PERFORM.

SortSettlementsByCarrier.
* Bubble sort on carrier, then destination.
    PERFORM VARYING SubscriptA FROM 1 BY 1
            UNTIL SubscriptA >= SettlementCount
       PERFORM VARYING SubscriptB FROM 1 BY 1
               UNTIL SubscriptB > SettlementCount - SubscriptA
          IF SR-CarrierCode(SubscriptB) > SR-CarrierCode(SubscriptB + 1)
             OR (SR-CarrierCode(SubscriptB)
                   = SR-CarrierCode(SubscriptB + 1)
                 AND SR-CountryCode(SubscriptB)
                   > SR-CountryCode(SubscriptB + 1))
             MOVE SettlementEntry(SubscriptB) TO SwapSettlementEntry
             MOVE SettlementEntry(SubscriptB + 1)
                  TO SettlementEntry(SubscriptB)
             MOVE SwapSettlementEntry
                  TO SettlementEntry(SubscriptB + 1)
          END-IF
       END-PERFORM
    END-PERFORM.

LoadSettlementTable.
    READ SettlementRateFile
       AT END SET EndOfSettlementFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfSettlementFile
       IF SettlementCount NOT LESS THAN 300
          DISPLAY "More than 300 settlement rates - the table must be"
                  " enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO SettlementCount
       MOVE CarrierCode-SR TO SR-CarrierCode(SettlementCount)
       MOVE CarrierName-SR TO SR-CarrierName(SettlementCount)
       MOVE CountryCode-SR TO SR-CountryCode(SettlementCount)
       MOVE RouteShare-SR  TO SR-RouteShare(SettlementCount)
       MOVE SettleRate-SR  TO SR-SettleRate(SettlementCount)
       READ SettlementRateFile
          AT END SET EndOfSettlementFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE SettlementRateFile.

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
