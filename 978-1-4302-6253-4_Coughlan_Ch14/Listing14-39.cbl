IDENTIFICATION DIVISION.
PROGRAM-ID. Listing14-39.
AUTHOR. Michael Coughlan.
* Product sales forecast from the provincial sales history
* accumulated by Listing14-9.
* The operator gives the latest period on the history, the step
* between periods in months (3 for the quarterly runs, 1 when the
* history is added monthly, as for Listing14-15), how many periods
* the moving average runs over, and the forecast error percentage
* that is to be flagged.
* For each ProductCode and Province the next two periods are
* projected: the moving average of the latest periods, adjusted by a
* seasonal index - the value of the same period last year over the
* moving average of the periods a year before the latest ones.  With
* no history a year back the index is 1.000 and the forecast is the
* moving average.  The forecasts are written to the ForecastFile.
* Each run first prints forecast against actual for every forecast
* whose period has since arrived on the history, with the error as a
* percentage of the actual, flagging those over the keyed
* percentage; a forecast is reported once and kept on the file
* marked reported.  A rerun for the same latest period replaces the
* forecasts the earlier run made.
* Products flagged discontinued on the ProductMasterFile are not
* forecast and not reported.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SalesHistoryFile ASSIGN TO "Listing14-9History.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SalesHistoryKey
           FILE STATUS IS SalesHistoryStatus.

    SELECT ProductMasterFile ASSIGN TO "Listing14-9Products.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProductMasterStatus.

    SELECT ForecastFile ASSIGN TO "Listing14-39Forecast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ForecastStatus.

    SELECT NewForecastFile ASSIGN TO "Listing14-39NewFcst.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  SalesHistoryFile.
01  SalesHistoryRec.
    88 EndOfSalesHistory   VALUE HIGH-VALUES.
    02 SalesHistoryKey.
       03 ProductCode-HF   PIC X(6).
       03 ProvinceCode-HF  PIC X.
       03 Period-HF        PIC 9(6).
    02 SalesValue-HF       PIC 9(6)V99.

FD  ProductMasterFile.
01  ProductMasterRec.
    88 EndOfProductMaster  VALUE HIGH-VALUES.
    02 ProductCode-PM      PIC X(6).
    02 ProductName-PM      PIC X(25).
    02 LaunchPeriod-PM     PIC 9(6).
    02 DiscontinuedFlag-PM PIC X.

*   One record per product, province and forecast period: the period
*   it was made from, how many periods ahead, the seasonal index used,
*   the forecast, and whether it has been reported against actual.
FD  ForecastFile.
01  ForecastRec.
    88 EndOfForecastFile   VALUE HIGH-VALUES.
    02 ProductCode-FC      PIC X(6).
    02 ProvinceCode-FC     PIC X.
    02 ForecastPeriod-FC   PIC 9(6).
    02 MadeFromPeriod-FC   PIC 9(6).
    02 PeriodsAhead-FC     PIC 9.
    02 SeasonalIndex-FC    PIC 9V999.
    02 ForecastValue-FC    PIC 9(7)V99.
    02 ReportedFlag-FC     PIC X.
       88 ForecastReported VALUE "Y".

FD  NewForecastFile.
01  NewForecastRec.
    88 EndOfNewForecastFile VALUE HIGH-VALUES.
    02 ProductCode-NF      PIC X(6).
    02 ProvinceCode-NF     PIC X.
    02 ForecastPeriod-NF   PIC 9(6).
    02 MadeFromPeriod-NF   PIC 9(6).
    02 PeriodsAhead-NF     PIC 9.
    02 SeasonalIndex-NF    PIC 9V999.
    02 ForecastValue-NF    PIC 9(7)V99.
    02 ReportedFlag-NF     PIC X.

WORKING-STORAGE SECTION.
01 SalesHistoryStatus      PIC XX.
   88 SalesHistoryOK       VALUE "00", "02".
   88 NoSalesHistoryFile   VALUE "35".

01 ProductMasterStatus     PIC XX.
   88 NoProductMaster      VALUE "35".

01 ForecastStatus          PIC XX.
   88 NoForecastFile       VALUE "35".

01 ProductTable.
   02 ProductEntry OCCURS 500 TIMES
              ASCENDING KEY IS PRD-Code
              INDEXED BY PRDIdx.
      03 PRD-Code          PIC X(6).
      03 PRD-Name          PIC X(25).
      03 PRD-LaunchPeriod  PIC 9(6).
      03 PRD-DiscFlag      PIC X.

01 ProductCount            PIC 9(3) VALUE ZERO.
01 FILLER                  PIC X VALUE "n".
   88 ProductDiscontinued  VALUE "y".
   88 ProductCurrent       VALUE "n".
01 ProductToFind           PIC X(6).
01 ProductNameFound        PIC X(25).

01 LatestPeriod            PIC 9(6).
01 StepMonths              PIC 9.
01 AveragePeriods          PIC 9.
01 ErrorLimitPct           PIC 9(3).

01 LatestMonths            PIC 9(7).
01 WorkMonths              PIC 9(7).
01 WorkYear                PIC 9(4).
01 WorkMonth               PIC 99.
01 WorkPeriod              PIC 9(6).
01 MonthsBack              PIC S9(7).

*  One row per product-province combination on the history, with its
*  value for each of the 72 months back from the latest period
*  (month 1 is the latest period itself).
01 HistoryTable.
   02 HistoryEntry OCCURS 500 TIMES.
      03 HT-ProductCode    PIC X(6).
      03 HT-ProvinceCode   PIC X.
      03 HT-MonthEntry OCCURS 72 TIMES.
         04 HT-Value       PIC 9(7)V99.
         04 HT-Found       PIC X.
            88 HT-OnHistory VALUE "Y".

01 HistoryCount            PIC 9(3) VALUE ZERO.
01 HistoryIdx              PIC 9(3).
01 MonthIdx                PIC 99.
01 AverageIdx              PIC 9.

01 FILLER                  PIC X VALUE "n".
   88 ComboInTable         VALUE "y".
   88 ComboNotInTable      VALUE "n".

01 MovingAverage           PIC 9(7)V99.
01 YearAgoAverage          PIC 9(7)V99.
01 AverageTotal            PIC 9(9)V99.
01 AverageFound            PIC 9.
01 WindowStart             PIC 99.
01 SeasonalIndex           PIC 9V999.
01 AheadIdx                PIC 9.
01 ForecastMonthsAhead     PIC 99.
01 SameMonthLastYear       PIC S99.
01 ForecastValue           PIC 9(7)V99.
01 ForecastPeriods.
   02 ForecastPeriod       PIC 9(6) OCCURS 2 TIMES.

01 ActualValue             PIC 9(7)V99.
01 ErrorAmount             PIC S9(7)V99.
01 ErrorPct                PIC 9(5)V9.

01 CurrentProduct          PIC X(6).

01 ReportCounts.
   02 ReportedCount        PIC 9(5) VALUE ZERO.
   02 FlaggedCount         PIC 9(5) VALUE ZERO.
   02 ForecastCount        PIC 9(5) VALUE ZERO.
   02 ReplacedCount        PIC 9(5) VALUE ZERO.
01 PrnCount                PIC ZZ,ZZ9.

01 FILLER                  PIC X VALUE "n".
   88 CopyBackDone         VALUE "y".
   88 CopyBackLeft         VALUE "n".

01 ProductHeadLine.
   02 FILLER               PIC X(10) VALUE "Product - ".
   02 PrnHeadProduct       PIC X(6).
   02 FILLER               PIC X(2)  VALUE SPACES.
   02 PrnHeadProductName   PIC X(25).

01 ActualHeading           PIC X(64) VALUE
   "Product Prov Period Made   Ahead    Forecast      Actual  Error%".

01 ActualLine.
   02 PrnActProduct        PIC X(6).
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnActProvince       PIC X.
   02 FILLER               PIC X(3)  VALUE SPACES.
   02 PrnActPeriod         PIC 9(6).
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnActMadeFrom       PIC 9(6).
   02 FILLER               PIC X(4)  VALUE SPACES.
   02 PrnActAhead          PIC 9.
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnActForecast       PIC Z,ZZZ,ZZ9.99.
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnActActual         PIC ZZZZ,ZZ9.99.
   02 FILLER               PIC X     VALUE SPACE.
   02 PrnActErrorPct       PIC ZZZZ9.9.
   02 PrnActFlag           PIC X(10).

*  Each forecast period heads its forecast column.
01 ForecastHeading.
   02 FILLER               PIC X(16) VALUE "Prov  Moving avg".
   02 FILLER               PIC X(14) VALUE "  Index".
   02 PrnFcstPeriod1       PIC 9(6).
   02 FILLER               PIC X(14) VALUE "  Index".
   02 PrnFcstPeriod2       PIC 9(6).

01 ForecastLine.
   02 PrnFcstProvince      PIC X(4).
   02 PrnFcstAverage       PIC Z,ZZZ,ZZ9.99.
   02 PrnFcstCell OCCURS 2 TIMES.
      03 FILLER            PIC X(2).
      03 PrnFcstIndex      PIC 9.999.
      03 FILLER            PIC X.
      03 PrnFcstValue      PIC Z,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Latest period on the history (YYYYMM) - "
            WITH NO ADVANCING
    ACCEPT LatestPeriod
    DISPLAY "Months between periods (3 = quarterly) - "
            WITH NO ADVANCING
    ACCEPT StepMonths
    DISPLAY "Periods in the moving average (1-6) - " WITH NO ADVANCING
    ACCEPT AveragePeriods
    DISPLAY "Forecast error to flag, percent (e.g. 015) - "
            WITH NO ADVANCING
    ACCEPT ErrorLimitPct
    IF StepMonths = ZERO OR AveragePeriods = ZERO
                         OR AveragePeriods > 6
       DISPLAY "Forecast refused - the step must be 1-9 months and"
               " the moving average 1-6 periods."
       STOP RUN
    END-IF
    DIVIDE LatestPeriod BY 100 GIVING WorkYear REMAINDER WorkMonth
    COMPUTE LatestMonths = (WorkYear * 12) + WorkMonth - 1
    PERFORM LoadProductTable
    PERFORM LoadHistoryTable
    OPEN OUTPUT NewForecastFile
    DISPLAY "***** SALES FORECAST AGAINST ACTUAL *****"
    DISPLAY " "
    DISPLAY ActualHeading
    PERFORM ReportArrivedForecasts
    DISPLAY " "
    DISPLAY "***** PROVINCIAL SALES FORECAST *****"
    PERFORM MakeNewForecasts
    CLOSE NewForecastFile
    PERFORM PromoteNewForecastFile
    DISPLAY " "
    MOVE ReportedCount TO PrnCount
    DISPLAY "Forecasts reported against actual - " PrnCount
    MOVE FlaggedCount TO PrnCount
    DISPLAY "Forecasts over the error limit    - " PrnCount
    MOVE ForecastCount TO PrnCount
    DISPLAY "New forecasts written             - " PrnCount
    MOVE ReplacedCount TO PrnCount
    DISPLAY "Earlier forecasts replaced        - " PrnCount
    STOP RUN.

LoadProductTable.
    MOVE HIGH-VALUES TO ProductTable
    OPEN INPUT ProductMasterFile
    IF NoProductMaster
       SET EndOfProductMaster TO TRUE
    ELSE
       READ ProductMasterFile
          AT END SET EndOfProductMaster TO TRUE
       END-READ
    END-IF
    PERFORM UNTIL EndOfProductMaster OR ProductCount = 500
       ADD 1 TO ProductCount
       SET PRDIdx TO ProductCount
       MOVE ProductMasterRec TO ProductEntry(PRDIdx)
       READ ProductMasterFile
          AT END SET EndOfProductMaster TO TRUE
       END-READ
    END-PERFORM
    IF NOT NoProductMaster
       CLOSE ProductMasterFile
    END-IF.

ClassifyProduct.
    SET ProductCurrent TO TRUE
    MOVE "(not on product master)" TO ProductNameFound
    SEARCH ALL ProductEntry
       AT END CONTINUE
       WHEN PRD-Code(PRDIdx) = ProductToFind
            MOVE PRD-Name(PRDIdx) TO ProductNameFound
            IF PRD-DiscFlag(PRDIdx) = "Y"
               SET ProductDiscontinued TO TRUE
            END-IF
    END-SEARCH.

LoadHistoryTable.
    OPEN INPUT SalesHistoryFile
    IF NoSalesHistoryFile
       DISPLAY "No sales history file found."
       STOP RUN
    END-IF
    READ SalesHistoryFile
       AT END SET EndOfSalesHistory TO TRUE
    END-READ
    PERFORM UNTIL EndOfSalesHistory
       MOVE Period-HF TO WorkPeriod
       PERFORM ComputeMonthsBack
       IF MonthsBack NOT < ZERO AND MonthsBack < 72
          PERFORM FindOrAddCombo
          COMPUTE MonthIdx = MonthsBack + 1
          MOVE SalesValue-HF TO HT-Value(HistoryIdx, MonthIdx)
          SET HT-OnHistory(HistoryIdx, MonthIdx) TO TRUE
       END-IF
       READ SalesHistoryFile
          AT END SET EndOfSalesHistory TO TRUE
       END-READ
    END-PERFORM
    CLOSE SalesHistoryFile.

ComputeMonthsBack.
*  Whole months from WorkPeriod back to the latest period.
    DIVIDE WorkPeriod BY 100 GIVING WorkYear REMAINDER WorkMonth
    COMPUTE WorkMonths = (WorkYear * 12) + WorkMonth - 1
    COMPUTE MonthsBack = LatestMonths - WorkMonths.

FindOrAddCombo.
    SET ComboNotInTable TO TRUE
    PERFORM VARYING HistoryIdx FROM 1 BY 1
            UNTIL HistoryIdx > HistoryCount OR ComboInTable
       IF HT-ProductCode(HistoryIdx) = ProductCode-HF
          AND HT-ProvinceCode(HistoryIdx) = ProvinceCode-HF
          SET ComboInTable TO TRUE
       END-IF
    END-PERFORM
    IF ComboInTable
       SUBTRACT 1 FROM HistoryIdx
    ELSE
       IF HistoryCount NOT LESS THAN 500
          DISPLAY "More than 500 product-province combinations - the"
                  " table must be enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO HistoryCount
       MOVE HistoryCount TO HistoryIdx
       MOVE ProductCode-HF  TO HT-ProductCode(HistoryIdx)
       MOVE ProvinceCode-HF TO HT-ProvinceCode(HistoryIdx)
       PERFORM VARYING MonthIdx FROM 1 BY 1 UNTIL MonthIdx > 72
          MOVE ZERO TO HT-Value(HistoryIdx, MonthIdx)
          MOVE "N"  TO HT-Found(HistoryIdx, MonthIdx)
       END-PERFORM
    END-IF.

ReportArrivedForecasts.
*  Reported forecasts are kept as they are; unreported ones made from
*  this same latest period are dropped, since this run makes them
*  again; the rest are reported once their period is on the history.
    OPEN INPUT ForecastFile
    IF NoForecastFile
       DISPLAY "No earlier forecasts on file."
       EXIT PARAGRAPH
    END-IF
    READ ForecastFile
       AT END SET EndOfForecastFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfForecastFile
       IF NOT ForecastReported
          AND MadeFromPeriod-FC = LatestPeriod
          ADD 1 TO ReplacedCount
       ELSE
          IF NOT ForecastReported
             AND ForecastPeriod-FC NOT > LatestPeriod
             PERFORM ReportOneForecast
          END-IF
          WRITE NewForecastRec FROM ForecastRec
       END-IF
       READ ForecastFile
          AT END SET EndOfForecastFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE ForecastFile.

ReportOneForecast.
    MOVE ProductCode-FC TO ProductToFind
    PERFORM ClassifyProduct
    IF ProductDiscontinued
       EXIT PARAGRAPH
    END-IF
    MOVE ForecastPeriod-FC TO WorkPeriod
    PERFORM ComputeMonthsBack
    IF MonthsBack NOT < 72
       EXIT PARAGRAPH
    END-IF
    COMPUTE MonthIdx = MonthsBack + 1
    MOVE ZERO TO ActualValue
    PERFORM VARYING HistoryIdx FROM 1 BY 1
            UNTIL HistoryIdx > HistoryCount
       IF HT-ProductCode(HistoryIdx) = ProductCode-FC
          AND HT-ProvinceCode(HistoryIdx) = ProvinceCode-FC
          MOVE HT-Value(HistoryIdx, MonthIdx) TO ActualValue
       END-IF
    END-PERFORM
    COMPUTE ErrorAmount = ForecastValue-FC - ActualValue
    IF ErrorAmount < ZERO
       COMPUTE ErrorAmount = ZERO - ErrorAmount
    END-IF
    IF ActualValue = ZERO
       IF ErrorAmount = ZERO
          MOVE ZERO TO ErrorPct
       ELSE
          MOVE 100 TO ErrorPct
       END-IF
    ELSE
       COMPUTE ErrorPct ROUNDED = (ErrorAmount * 100) / ActualValue
    END-IF
    MOVE ProductCode-FC    TO PrnActProduct
    MOVE ProvinceCode-FC   TO PrnActProvince
    MOVE ForecastPeriod-FC TO PrnActPeriod
    MOVE MadeFromPeriod-FC TO PrnActMadeFrom
    MOVE PeriodsAhead-FC   TO PrnActAhead
    MOVE ForecastValue-FC  TO PrnActForecast
    MOVE ActualValue       TO PrnActActual
    MOVE ErrorPct          TO PrnActErrorPct
    IF ErrorPct > ErrorLimitPct
       MOVE " ** OVER" TO PrnActFlag
       ADD 1 TO FlaggedCount
    ELSE
       MOVE SPACES TO PrnActFlag
    END-IF
    DISPLAY ActualLine
    ADD 1 TO ReportedCount
    SET ForecastReported TO TRUE.

MakeNewForecasts.
*  The history is read in key order, so the table is already grouped
*  by product with the provinces in key order within it.
    PERFORM VARYING AheadIdx FROM 1 BY 1 UNTIL AheadIdx > 2
       COMPUTE WorkMonths = LatestMonths + (StepMonths * AheadIdx)
       DIVIDE WorkMonths BY 12 GIVING WorkYear REMAINDER WorkMonth
       COMPUTE ForecastPeriod(AheadIdx) =
               (WorkYear * 100) + WorkMonth + 1
    END-PERFORM
    MOVE ForecastPeriod(1) TO PrnFcstPeriod1
    MOVE ForecastPeriod(2) TO PrnFcstPeriod2
    MOVE SPACES TO CurrentProduct
    PERFORM VARYING HistoryIdx FROM 1 BY 1
            UNTIL HistoryIdx > HistoryCount
       MOVE HT-ProductCode(HistoryIdx) TO ProductToFind
       PERFORM ClassifyProduct
       IF ProductCurrent
          IF HT-ProductCode(HistoryIdx) NOT = CurrentProduct
             MOVE HT-ProductCode(HistoryIdx) TO CurrentProduct
                                                PrnHeadProduct
             MOVE ProductNameFound TO PrnHeadProductName
             DISPLAY " "
             DISPLAY ProductHeadLine
             DISPLAY ForecastHeading
          END-IF
          PERFORM ForecastOneCombo
       END-IF
    END-PERFORM
    IF HistoryCount = ZERO
       DISPLAY "No history found to forecast from."
    END-IF.

ForecastOneCombo.
    MOVE 1 TO WindowStart
    PERFORM AverageWindow
    MOVE AverageTotal TO MovingAverage
    IF AverageFound = ZERO
       EXIT PARAGRAPH
    END-IF
    MOVE 13 TO WindowStart
    PERFORM AverageWindow
    MOVE AverageTotal TO YearAgoAverage
    MOVE SPACES TO ForecastLine
    MOVE HT-ProvinceCode(HistoryIdx) TO PrnFcstProvince
    MOVE MovingAverage TO PrnFcstAverage
    PERFORM VARYING AheadIdx FROM 1 BY 1 UNTIL AheadIdx > 2
       PERFORM ForecastOnePeriod
    END-PERFORM
    DISPLAY ForecastLine.

AverageWindow.
*  The average of the periods on the history among the moving-average
*  window starting WindowStart months back.
    MOVE ZERO TO AverageTotal, AverageFound
    MOVE WindowStart TO MonthIdx
    PERFORM VARYING AverageIdx FROM 1 BY 1
            UNTIL AverageIdx > AveragePeriods
       IF HT-OnHistory(HistoryIdx, MonthIdx)
          ADD HT-Value(HistoryIdx, MonthIdx) TO AverageTotal
          ADD 1 TO AverageFound
       END-IF
       ADD StepMonths TO MonthIdx
    END-PERFORM
    IF AverageFound > ZERO
       COMPUTE AverageTotal ROUNDED = AverageTotal / AverageFound
    END-IF.

ForecastOnePeriod.
*  The same period last year is 12 months before the forecast period,
*  that is 12 less the months ahead back from the latest period.
    MOVE 1 TO SeasonalIndex
    COMPUTE ForecastMonthsAhead = StepMonths * AheadIdx
    COMPUTE SameMonthLastYear = 12 - ForecastMonthsAhead
    IF SameMonthLastYear NOT < ZERO AND YearAgoAverage > ZERO
       COMPUTE MonthIdx = SameMonthLastYear + 1
       IF HT-OnHistory(HistoryIdx, MonthIdx)
          COMPUTE SeasonalIndex ROUNDED =
                  HT-Value(HistoryIdx, MonthIdx) / YearAgoAverage
             ON SIZE ERROR MOVE 9.999 TO SeasonalIndex
          END-COMPUTE
       END-IF
    END-IF
    COMPUTE ForecastValue ROUNDED = MovingAverage * SeasonalIndex
    MOVE SeasonalIndex TO PrnFcstIndex(AheadIdx)
    MOVE ForecastValue TO PrnFcstValue(AheadIdx)
    MOVE HT-ProductCode(HistoryIdx)  TO ProductCode-NF
    MOVE HT-ProvinceCode(HistoryIdx) TO ProvinceCode-NF
    MOVE ForecastPeriod(AheadIdx)    TO ForecastPeriod-NF
    MOVE LatestPeriod                TO MadeFromPeriod-NF
    MOVE AheadIdx                    TO PeriodsAhead-NF
    MOVE SeasonalIndex               TO SeasonalIndex-NF
    MOVE ForecastValue               TO ForecastValue-NF
    MOVE "N"                         TO ReportedFlag-NF
    WRITE NewForecastRec
    ADD 1 TO ForecastCount.

PromoteNewForecastFile.
*   The rebuilt forecasts become the ForecastFile for the next run.
    OPEN INPUT NewForecastFile
    OPEN OUTPUT ForecastFile
    SET CopyBackLeft TO TRUE
    PERFORM UNTIL CopyBackDone
       READ NewForecastFile
          AT END SET CopyBackDone TO TRUE
          NOT AT END WRITE ForecastRec FROM NewForecastRec
       END-READ
    END-PERFORM
    CLOSE NewForecastFile, ForecastFile.
