IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-15.
AUTHOR.  Michael Coughlan.
* Solace territory performance report.
* Prints each state's sales and commission for the twelve periods
* ending at the requested period, whoever covered the state at the
* time - the AgentHistory rows posted by Listing18-2 carry the state
* the agent covered on the sale date (the territory assignments
* captured by Listing18-14), so an agent's move no longer drags the
* old state's figures with them.  Under each state and period:
*   - every agent with sales there that period, with their sales and
*     commission; an agent who was not covering the state in the
*     previous period, where someone else was, is marked as a change;
*   - agents who covered the state the previous period but have no
*     sales there now are listed as having left;
*   - territory assignments into the state taking effect in the
*     period are shown with their effective date.
* History rows posted before rows carried a state are placed in the
* state the agent was assigned to at the end of that period, or the
* agent's AgentMaster state when there is no assignment on file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AgentMasterFile ASSIGN TO "Listing18-8Agents.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

    SELECT AgentHistoryFile ASSIGN TO "Listing18-2History.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AgentHistoryStatus.

    SELECT TerritoryFile ASSIGN TO "Listing18-14Territory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TerritoryStatus.

    SELECT StateNameFile ASSIGN TO "StatesMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  AgentMasterFile.
01  AgentMasterRec.
    88 EndOfAgentMasterFile VALUE HIGH-VALUES.
    02 AgentNum-AMF       PIC 999.
    02 AgentName-AMF      PIC X(20).
    02 HireDate-AMF       PIC 9(8).
    02 StateCode-AMF      PIC XX.

FD  AgentHistoryFile.
01  AgentHistoryRec.
    88 EndOfAgentHistory  VALUE HIGH-VALUES.
    02 Period-AHF         PIC 9(6).
    02 AgentNum-AHF       PIC 999.
    02 MonthSales-AHF     PIC 9(7)V99.
    02 MonthCommission-AHF PIC 9(6)V99.
    02 StateNum-AHF       PIC 99.

FD  TerritoryFile.
01  TerritoryRec.
    88 EndOfTerritoryFile VALUE HIGH-VALUES.
    02 AgentNum-TH        PIC 999.
    02 StateNum-TH        PIC 99.
    02 EffectiveDate-TH   PIC 9(8).
    02 OperatorId-TH      PIC X(4).
    02 EnteredDate-TH     PIC 9(8).

FD  StateNameFile.
01  StateNameRec.
    88 EndOfStateNameFile VALUE HIGH-VALUES.
    02 StateNum-SNF       PIC 99.
    02 StateCode-SNF      PIC XX.
    02 StateName-SNF      PIC X(14).

WORKING-STORAGE SECTION.
01  AgentHistoryStatus PIC XX.
    88 NoAgentHistory  VALUE "35".
01  TerritoryStatus    PIC XX.
    88 NoTerritoryFile VALUE "35".

01  LatestPeriod       PIC 9(6).

*  The twelve wanted periods, oldest (1) to latest (12).
01  WantedPeriods.
    02 WantedPeriod    PIC 9(6) OCCURS 12 TIMES.

01  PeriodIdx          PIC 99.
01  PrevPeriodIdx      PIC 99.
01  WorkMonths         PIC 9(7).
01  WorkYear           PIC 9(4).
01  WorkMonth          PIC 99.

01  StateNameTable.
    02 State OCCURS 50 TIMES.
       03 StateCode    PIC XX.
       03 StateName    PIC X(14).
01  StateIdx           PIC 99.

01  AgentTable.
    02 AgentEntry OCCURS 999 TIMES.
       03 AgentName      PIC X(20).
       03 AgentStateNum  PIC 99.

01  TerritoryTable.
    02 TerritoryEntry OCCURS 3000 TIMES.
       03 TT-AgentNum   PIC 999.
       03 TT-StateNum   PIC 99.
       03 TT-EffDate    PIC 9(8).
01  TerritoryCount     PIC 9(4) VALUE ZERO.
01  TerritoryIdx       PIC 9(4).
01  CoveredStateNum    PIC 99.
01  CoveredEffDate     PIC 9(8).
01  PeriodEndDate      PIC 9(8).

*  One entry per state, agent and period within the twelve.
01  StateAgentTable.
    02 StateAgentEntry OCCURS 5000 TIMES.
       03 SA-StateNum   PIC 99.
       03 SA-AgentNum   PIC 999.
       03 SA-PeriodIdx  PIC 99.
       03 SA-Sales      PIC 9(8)V99.
       03 SA-Comm       PIC 9(7)V99.
01  StateAgentCount    PIC 9(4) VALUE ZERO.
01  RowIdx             PIC 9(4).
01  FoundIdx           PIC 9(4).
01  SearchIdx          PIC 9(4).
01  HistStateNum       PIC 99.

01  FILLER             PIC X VALUE "n".
    88 StateHasSales   VALUE "y".
    88 StateHasNoSales VALUE "n".
01  FILLER             PIC X VALUE "n".
    88 PrevPeriodCovered    VALUE "y".
    88 PrevPeriodNotCovered VALUE "n".
01  FILLER             PIC X VALUE "n".
    88 PeriodCovered   VALUE "y".
    88 PeriodNotCovered VALUE "n".
01  FILLER             PIC X VALUE "n".
    88 AgentWasThere   VALUE "y".
    88 AgentWasNot     VALUE "n".

01  PeriodSales        PIC 9(8)V99.
01  PeriodComm         PIC 9(7)V99.
01  TwelveMonthSales   PIC 9(9)V99.
01  TwelveMonthComm    PIC 9(8)V99.

01  StateHeadLine.
    02 FILLER          PIC X(7) VALUE "State ".
    02 PrnStateCode    PIC XX.
    02 FILLER          PIC X(2) VALUE SPACES.
    02 PrnStateName    PIC X(14).

01  AgentLine.
    02 FILLER          PIC X(2) VALUE SPACES.
    02 PrnPeriod       PIC 9(6).
    02 FILLER          PIC X(2) VALUE SPACES.
    02 PrnAgentNum     PIC 999.
    02 FILLER          PIC X VALUE SPACE.
    02 PrnAgentName    PIC X(20).
    02 PrnAgentSales   PIC $$,$$$,$$9.99.
    02 FILLER          PIC X VALUE SPACE.
    02 PrnAgentComm    PIC $$,$$$,$$9.99.
    02 FILLER          PIC X VALUE SPACE.
    02 PrnChangeMark   PIC X(8).

01  NoteLine.
    02 FILLER          PIC X(2) VALUE SPACES.
    02 PrnNotePeriod   PIC 9(6).
    02 FILLER          PIC X(2) VALUE SPACES.
    02 PrnNoteAgentNum PIC 999.
    02 FILLER          PIC X VALUE SPACE.
    02 PrnNoteName     PIC X(20).
    02 PrnNoteText     PIC X(17).
    02 PrnNoteDate     PIC X(8).

01  PeriodTotalLine.
    02 FILLER          PIC X(10) VALUE SPACES.
    02 FILLER          PIC X(24) VALUE "Period total".
    02 PrnPeriodSales  PIC $$,$$$,$$9.99.
    02 FILLER          PIC X VALUE SPACE.
    02 PrnPeriodComm   PIC $$,$$$,$$9.99.

01  TwelveTotalLine.
    02 FILLER          PIC X(10) VALUE "  Twelve -".
    02 FILLER          PIC X(23) VALUE SPACES.
    02 PrnTwelveSales  PIC $$$,$$$,$$9.99.
    02 FILLER          PIC X VALUE SPACE.
    02 PrnTwelveComm   PIC $$,$$$,$$9.99.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Latest period (YYYYMM) - " WITH NO ADVANCING
    ACCEPT LatestPeriod
    PERFORM ComputeWantedPeriods
    PERFORM LoadStateNameTable
    PERFORM LoadAgentTable
    PERFORM LoadTerritoryTable
    PERFORM GatherStateHistory
    DISPLAY "***** TERRITORY PERFORMANCE TO "
            LatestPeriod " *****"
    PERFORM VARYING StateIdx FROM 1 BY 1 UNTIL StateIdx > 50
       PERFORM PrintOneState
    END-PERFORM
    STOP RUN.

ComputeWantedPeriods.
*  Work in whole months since year zero, stepping back one month at
*  a time from the requested latest period.
    DIVIDE LatestPeriod BY 100 GIVING WorkYear REMAINDER WorkMonth
    COMPUTE WorkMonths = (WorkYear * 12) + WorkMonth - 1
    PERFORM VARYING PeriodIdx FROM 12 BY -1 UNTIL PeriodIdx < 1
       DIVIDE WorkMonths BY 12 GIVING WorkYear REMAINDER WorkMonth
       COMPUTE WantedPeriod(PeriodIdx) =
               (WorkYear * 100) + WorkMonth + 1
       SUBTRACT 1 FROM WorkMonths
    END-PERFORM.

LoadStateNameTable.
    MOVE SPACES TO StateNameTable
    OPEN INPUT StateNameFile
    READ StateNameFile
       AT END SET EndOfStateNameFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfStateNameFile
       MOVE StateCode-SNF TO StateCode(StateNum-SNF)
       MOVE StateName-SNF TO StateName(StateNum-SNF)
       READ StateNameFile
          AT END SET EndOfStateNameFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE StateNameFile.

LoadAgentTable.
*   The master holds a state code; it is turned into the state
*   number here for rows that carry no state of their own.
    MOVE SPACES TO AgentTable
    OPEN INPUT AgentMasterFile
    READ AgentMasterFile
       AT END SET EndOfAgentMasterFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfAgentMasterFile
       MOVE AgentName-AMF TO AgentName(AgentNum-AMF)
       MOVE ZERO TO AgentStateNum(AgentNum-AMF)
       PERFORM VARYING StateIdx FROM 1 BY 1 UNTIL StateIdx > 50
          IF StateCode(StateIdx) = StateCode-AMF
             AND StateCode-AMF NOT = SPACES
             MOVE StateIdx TO AgentStateNum(AgentNum-AMF)
          END-IF
       END-PERFORM
       READ AgentMasterFile
          AT END SET EndOfAgentMasterFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE AgentMasterFile.

LoadTerritoryTable.
    OPEN INPUT TerritoryFile
    IF NoTerritoryFile
       EXIT PARAGRAPH
    END-IF
    READ TerritoryFile
       AT END SET EndOfTerritoryFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfTerritoryFile
       IF TerritoryCount = 3000
          DISPLAY "More than 3000 territory assignments - the table "
                  "must be enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO TerritoryCount
       MOVE AgentNum-TH      TO TT-AgentNum(TerritoryCount)
       MOVE StateNum-TH      TO TT-StateNum(TerritoryCount)
       MOVE EffectiveDate-TH TO TT-EffDate(TerritoryCount)
       READ TerritoryFile
          AT END SET EndOfTerritoryFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE TerritoryFile.

GatherStateHistory.
    OPEN INPUT AgentHistoryFile
    IF NoAgentHistory
       DISPLAY "No agent history has been posted yet."
       STOP RUN
    END-IF
    READ AgentHistoryFile
       AT END SET EndOfAgentHistory TO TRUE
    END-READ
    PERFORM GatherOneHistoryRec UNTIL EndOfAgentHistory
    CLOSE AgentHistoryFile.

GatherOneHistoryRec.
    PERFORM VARYING PeriodIdx FROM 1 BY 1 UNTIL PeriodIdx > 12
       IF Period-AHF = WantedPeriod(PeriodIdx)
          PERFORM FindHistoryState
          IF HistStateNum NOT = ZERO
             PERFORM AddToStateAgentTable
          END-IF
       END-IF
    END-PERFORM
    READ AgentHistoryFile
       AT END SET EndOfAgentHistory TO TRUE
    END-READ.

FindHistoryState.
    IF StateNum-AHF NUMERIC AND StateNum-AHF NOT = ZERO
       MOVE StateNum-AHF TO HistStateNum
       EXIT PARAGRAPH
    END-IF
    COMPUTE PeriodEndDate = (Period-AHF * 100) + 31
    MOVE ZERO TO CoveredStateNum, CoveredEffDate
    PERFORM VARYING TerritoryIdx FROM 1 BY 1
            UNTIL TerritoryIdx > TerritoryCount
       IF TT-AgentNum(TerritoryIdx) = AgentNum-AHF
          AND TT-EffDate(TerritoryIdx) NOT > PeriodEndDate
          AND TT-EffDate(TerritoryIdx) NOT < CoveredEffDate
          MOVE TT-StateNum(TerritoryIdx) TO CoveredStateNum
          MOVE TT-EffDate(TerritoryIdx)  TO CoveredEffDate
       END-IF
    END-PERFORM
    IF CoveredStateNum = ZERO
       MOVE AgentStateNum(AgentNum-AHF) TO HistStateNum
    ELSE
       MOVE CoveredStateNum TO HistStateNum
    END-IF.

AddToStateAgentTable.
    MOVE ZERO TO FoundIdx
    PERFORM VARYING RowIdx FROM 1 BY 1
            UNTIL RowIdx > StateAgentCount OR FoundIdx NOT = ZERO
       IF SA-StateNum(RowIdx) = HistStateNum
          AND SA-AgentNum(RowIdx) = AgentNum-AHF
          AND SA-PeriodIdx(RowIdx) = PeriodIdx
          MOVE RowIdx TO FoundIdx
       END-IF
    END-PERFORM
    IF FoundIdx = ZERO
       IF StateAgentCount = 5000
          DISPLAY "More than 5000 state/agent periods - the table "
                  "must be enlarged before this run."
          STOP RUN
       END-IF
       ADD 1 TO StateAgentCount
       MOVE StateAgentCount TO FoundIdx
       MOVE HistStateNum TO SA-StateNum(FoundIdx)
       MOVE AgentNum-AHF TO SA-AgentNum(FoundIdx)
       MOVE PeriodIdx    TO SA-PeriodIdx(FoundIdx)
       MOVE ZEROS TO SA-Sales(FoundIdx), SA-Comm(FoundIdx)
    END-IF
    ADD MonthSales-AHF      TO SA-Sales(FoundIdx)
    ADD MonthCommission-AHF TO SA-Comm(FoundIdx).

PrintOneState.
    SET StateHasNoSales TO TRUE
    PERFORM VARYING RowIdx FROM 1 BY 1
            UNTIL RowIdx > StateAgentCount OR StateHasSales
       IF SA-StateNum(RowIdx) = StateIdx
          SET StateHasSales TO TRUE
       END-IF
    END-PERFORM
    IF StateHasNoSales
       EXIT PARAGRAPH
    END-IF
    MOVE ZEROS TO TwelveMonthSales, TwelveMonthComm
    MOVE StateCode(StateIdx) TO PrnStateCode
    MOVE StateName(StateIdx) TO PrnStateName
    DISPLAY " "
    DISPLAY StateHeadLine
    PERFORM VARYING PeriodIdx FROM 1 BY 1 UNTIL PeriodIdx > 12
       PERFORM PrintOneStatePeriod
    END-PERFORM
    MOVE TwelveMonthSales TO PrnTwelveSales
    MOVE TwelveMonthComm  TO PrnTwelveComm
    DISPLAY TwelveTotalLine.

PrintOneStatePeriod.
    MOVE ZEROS TO PeriodSales, PeriodComm
    MOVE WantedPeriod(PeriodIdx) TO PrnPeriod, PrnNotePeriod
    SET PeriodNotCovered TO TRUE
    SET PrevPeriodNotCovered TO TRUE
    IF PeriodIdx > 1
       COMPUTE PrevPeriodIdx = PeriodIdx - 1
       PERFORM VARYING SearchIdx FROM 1 BY 1
               UNTIL SearchIdx > StateAgentCount
          IF SA-StateNum(SearchIdx) = StateIdx
             AND SA-PeriodIdx(SearchIdx) = PrevPeriodIdx
             SET PrevPeriodCovered TO TRUE
          END-IF
       END-PERFORM
    END-IF
    PERFORM VARYING RowIdx FROM 1 BY 1
            UNTIL RowIdx > StateAgentCount
       IF SA-StateNum(RowIdx) = StateIdx
          AND SA-PeriodIdx(RowIdx) = PeriodIdx
          SET PeriodCovered TO TRUE
          PERFORM PrintOneAgentRow
       END-IF
    END-PERFORM
    IF PrevPeriodCovered AND PeriodCovered
       PERFORM PrintAgentsLeft
    END-IF
    PERFORM PrintAssignmentsInPeriod
    IF PeriodSales NOT = ZERO OR PeriodComm NOT = ZERO
       MOVE PeriodSales TO PrnPeriodSales
       MOVE PeriodComm  TO PrnPeriodComm
       DISPLAY PeriodTotalLine
    END-IF
    ADD PeriodSales TO TwelveMonthSales
    ADD PeriodComm  TO TwelveMonthComm.

PrintOneAgentRow.
    MOVE SA-AgentNum(RowIdx)            TO PrnAgentNum
    MOVE AgentName(SA-AgentNum(RowIdx)) TO PrnAgentName
    MOVE SA-Sales(RowIdx)               TO PrnAgentSales
    MOVE SA-Comm(RowIdx)                TO PrnAgentComm
    MOVE SPACES TO PrnChangeMark
    IF PrevPeriodCovered
       PERFORM CheckAgentInPrevPeriod
       IF AgentWasNot
          MOVE "** NEW" TO PrnChangeMark
       END-IF
    END-IF
    DISPLAY AgentLine
    ADD SA-Sales(RowIdx) TO PeriodSales
    ADD SA-Comm(RowIdx)  TO PeriodComm.

CheckAgentInPrevPeriod.
    SET AgentWasNot TO TRUE
    PERFORM VARYING SearchIdx FROM 1 BY 1
            UNTIL SearchIdx > StateAgentCount OR AgentWasThere
       IF SA-StateNum(SearchIdx) = StateIdx
          AND SA-PeriodIdx(SearchIdx) = PrevPeriodIdx
          AND SA-AgentNum(SearchIdx) = SA-AgentNum(RowIdx)
          SET AgentWasThere TO TRUE
       END-IF
    END-PERFORM.

PrintAgentsLeft.
*   An agent with sales here last period and none this period, where
*   someone else has sales here now.
    PERFORM VARYING FoundIdx FROM 1 BY 1
            UNTIL FoundIdx > StateAgentCount
       IF SA-StateNum(FoundIdx) = StateIdx
          AND SA-PeriodIdx(FoundIdx) = PrevPeriodIdx
          PERFORM CheckAgentStillHere
       END-IF
    END-PERFORM.

CheckAgentStillHere.
    SET AgentWasNot TO TRUE
    PERFORM VARYING SearchIdx FROM 1 BY 1
            UNTIL SearchIdx > StateAgentCount OR AgentWasThere
       IF SA-StateNum(SearchIdx) = StateIdx
          AND SA-PeriodIdx(SearchIdx) = PeriodIdx
          AND SA-AgentNum(SearchIdx) = SA-AgentNum(FoundIdx)
          SET AgentWasThere TO TRUE
       END-IF
    END-PERFORM
    IF AgentWasNot
       MOVE SA-AgentNum(FoundIdx)            TO PrnNoteAgentNum
       MOVE AgentName(SA-AgentNum(FoundIdx)) TO PrnNoteName
       MOVE "** LEFT STATE" TO PrnNoteText
       MOVE SPACES TO PrnNoteDate
       DISPLAY NoteLine
    END-IF.

PrintAssignmentsInPeriod.
    PERFORM VARYING TerritoryIdx FROM 1 BY 1
            UNTIL TerritoryIdx > TerritoryCount
       IF TT-StateNum(TerritoryIdx) = StateIdx
          AND TT-EffDate(TerritoryIdx)(1:6) = WantedPeriod(PeriodIdx)
          MOVE TT-AgentNum(TerritoryIdx)     TO PrnNoteAgentNum
          MOVE AgentName(TT-AgentNum(TerritoryIdx))
                                             TO PrnNoteName
          MOVE "** ASSIGNED FROM " TO PrnNoteText
          MOVE TT-EffDate(TerritoryIdx)      TO PrnNoteDate
          DISPLAY NoteLine
       END-IF
    END-PERFORM.
