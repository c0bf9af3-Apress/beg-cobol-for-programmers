*   - processed memos move to the processed-credits file so a memo
*     is never applied twice; memos for unknown agents or periods
*     with no history go to the exceptions file.
* Each sale now carries its sale date, and an agent's month posts to
* the AgentHistory file as one row per state covered - the state is
* the agent's territory assignment in effect on the sale date (the
* territory history captured by Listing18-14), falling back to the
* state on the sale record for an agent with no assignment yet.  An
* agent who moves territory therefore leaves the old state's figures
* with the old state; Listing18-15 reports them by state.  The net
* month and commission are shared across the states in proportion to
* the sales made in each.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT NewHistoryFile ASSIGN TO "Listing18-2NewHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

    SELECT TerritoryFile ASSIGN TO "Listing18-14Territory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TerritoryStatus.

DATA DIVISION.
FILE SECTION.
FD  SalesFile.
    02 StateNum         PIC 99.
    02 SalesAgentNum    PIC 999.
    02 ValueOfSale      PIC 9(5)V99.
    02 DateOfSale       PIC 9(8).

FD  PrintFile
    REPORT IS SolaceSalesReport.
    02 AgentNum-AHF       PIC 999.
    02 MonthSales-AHF     PIC 9(7)V99.
    02 MonthCommission-AHF PIC 9(6)V99.
    02 StateNum-AHF       PIC 99.

FD  ExceptionsFile.
01  ExceptionRec          PIC X(51).
    02 ProcessedPeriod-PC PIC 9(6).

FD  NewHistoryFile.
01  NewHistoryRec         PIC X(28).

FD  TerritoryFile.
01  TerritoryRec.
    88 EndOfTerritoryFile VALUE HIGH-VALUES.
    02 AgentNum-TH        PIC 999.
    02 StateNum-TH        PIC 99.
    02 EffectiveDate-TH   PIC 9(8).
    02 OperatorId-TH      PIC X(4).
    02 EnteredDate-TH     PIC 9(8).

WORKING-STORAGE SECTION.
01  ExceptionLine.
       03 CR-Amount      PIC 9(5)V99.
       03 CR-OrigPeriod  PIC 9(6).
       03 CR-Clawback    PIC 9(5)V99.
       03 CR-AmountLeft  PIC 9(5)V99.
       03 CR-ClawLeft    PIC 9(5)V99.
       03 CR-StateFlag   PIC X.
          88 CR-Priced   VALUE "p".
          88 CR-Unpriced VALUE "u".
* GENERATE DetailLine time instead, while the FD buffer is still good.
01  CurrentStateNum     PIC 99.

*  Territory assignments from Listing18-14; the state an agent
*  covered on a date is their latest assignment effective on or
*  before it.
01  TerritoryStatus     PIC XX.
    88 NoTerritoryFile  VALUE "35".
01  TerritoryTable.
    02 TerritoryEntry OCCURS 3000 TIMES.
       03 TT-AgentNum   PIC 999.
       03 TT-StateNum   PIC 99.
       03 TT-EffDate    PIC 9(8).
01  TerritoryCount      PIC 9(4) VALUE ZERO.
01  TerritoryIdx        PIC 9(4).
01  CoveredStateNum     PIC 99.
01  CoveredEffDate      PIC 9(8).
01  SaleDateWS          PIC 9(8).

*  The current agent's month by covered state, built up as each sale
*  is generated and posted (then cleared) at the agent footing.
01  CoveredStateTable.
    02 CoveredSales     PIC 9(7)V99 OCCURS 50 TIMES.
01  CoveredIdx          PIC 99.
01  CoveredStatesLeft   PIC 99.
01  PostedSalesWS       PIC 9(8)V99.
01  PostedCommWS        PIC 9(7)V99.


REPORT SECTION.
RD  SolaceSalesReport
                                 PrintFileName.
    PERFORM LoadCreditMemos.
    PERFORM LoadAgentTableAndHistory.
    PERFORM LoadTerritoryTable.
    MOVE ZEROS TO CoveredStateTable.
*   The exceptions file must be open before the credit memos are
*   resolved - rejected memos are written to it there.
    OPEN OUTPUT ExceptionsFile.
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT NewHistoryFile
    PERFORM VARYING CreditIdx FROM 1 BY 1
            UNTIL CreditIdx > CreditCount
       MOVE CR-Amount(CreditIdx)   TO CR-AmountLeft(CreditIdx)
       MOVE CR-Clawback(CreditIdx) TO CR-ClawLeft(CreditIdx)
    END-PERFORM
    READ AgentHistoryFile
       AT END SET EndOfAgentHistory TO TRUE
    END-READ
    OPEN EXTEND AgentHistoryFile.

CorrectOneHistoryRow.
*   A period may have one row per state the agent covered, so each
*   memo's credit and clawback are taken from the rows in turn until
*   none is left, never twice over.
    PERFORM VARYING CreditIdx FROM 1 BY 1
            UNTIL CreditIdx > CreditCount
       IF CR-Priced(CreditIdx)
          AND CR-AgentNum(CreditIdx) = AgentNum-AHF
          AND CR-OrigPeriod(CreditIdx) = Period-AHF
          AND CR-OrigPeriod(CreditIdx) NOT = RunPeriod
          IF CR-AmountLeft(CreditIdx) > MonthSales-AHF
             SUBTRACT MonthSales-AHF FROM CR-AmountLeft(CreditIdx)
             MOVE ZERO TO MonthSales-AHF
          ELSE
             SUBTRACT CR-AmountLeft(CreditIdx) FROM MonthSales-AHF
             MOVE ZERO TO CR-AmountLeft(CreditIdx)
          END-IF
          IF CR-ClawLeft(CreditIdx) > MonthCommission-AHF
             SUBTRACT MonthCommission-AHF FROM CR-ClawLeft(CreditIdx)
             MOVE ZERO TO MonthCommission-AHF
          ELSE
             SUBTRACT CR-ClawLeft(CreditIdx)
                 FROM MonthCommission-AHF
             MOVE ZERO TO CR-ClawLeft(CreditIdx)
          END-IF
       END-IF
    END-PERFORM
       ADD 1 TO UnknownAgentCount
    ELSE
       GENERATE DetailLine
       PERFORM AddSaleToCoveredState
       MOVE StateNum TO CurrentStateNum
       MOVE SalesAgentNum TO CurrentAgentNum
       MOVE AgentName(SalesAgentNum) TO CurrentAgentName
          AT END SET EndOfFile TO TRUE
    END-READ.

AddSaleToCoveredState.
*   Comes after GENERATE, so the footing for the previous agent has
*   already posted and cleared that agent's states.  A sale with no
*   date is taken as made on the last day of the period.
    IF DateOfSale NUMERIC
       MOVE DateOfSale TO SaleDateWS
    ELSE
       COMPUTE SaleDateWS = (RunPeriod * 100) + 31
    END-IF
    MOVE ZERO TO CoveredStateNum, CoveredEffDate
    PERFORM VARYING TerritoryIdx FROM 1 BY 1
            UNTIL TerritoryIdx > TerritoryCount
       IF TT-AgentNum(TerritoryIdx) = SalesAgentNum
          AND TT-EffDate(TerritoryIdx) NOT > SaleDateWS
          AND TT-EffDate(TerritoryIdx) NOT < CoveredEffDate
          MOVE TT-StateNum(TerritoryIdx) TO CoveredStateNum
          MOVE TT-EffDate(TerritoryIdx)  TO CoveredEffDate
       END-IF
    END-PERFORM
    IF CoveredStateNum = ZERO
       MOVE StateNum TO CoveredStateNum
    END-IF
    ADD ValueOfSale TO CoveredSales(CoveredStateNum).

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

LoadAgentTableAndHistory.
    MOVE SPACES TO AgentTable
    OPEN INPUT AgentMasterFile

PostAgentHistory.
*   The nett month (after current-period credits) is what posts, so
*   the history never needs a manual adjustment for this month.  One
*   row goes out per state covered; the last row takes whatever the
*   proportional shares leave so the rows add up to the month.
    IF NOT PeriodAlreadyPosted
       MOVE ZERO TO CoveredStatesLeft, PostedSalesWS, PostedCommWS
       PERFORM VARYING CoveredIdx FROM 1 BY 1 UNTIL CoveredIdx > 50
          IF CoveredSales(CoveredIdx) > ZERO
             ADD 1 TO CoveredStatesLeft
          END-IF
       END-PERFORM
       PERFORM VARYING CoveredIdx FROM 1 BY 1 UNTIL CoveredIdx > 50
          IF CoveredSales(CoveredIdx) > ZERO
             PERFORM PostOneCoveredState
          END-IF
       END-PERFORM
    END-IF
    MOVE ZEROS TO CoveredStateTable.

PostOneCoveredState.
    MOVE RunPeriod       TO Period-AHF
    MOVE CurrentAgentNum TO AgentNum-AHF
    MOVE CoveredIdx      TO StateNum-AHF
    SUBTRACT 1 FROM CoveredStatesLeft
    IF CoveredStatesLeft = ZERO
       COMPUTE MonthSales-AHF = NetMonthSales - PostedSalesWS
       COMPUTE MonthCommission-AHF = AgentCommissionWS - PostedCommWS
    ELSE
       COMPUTE MonthSales-AHF ROUNDED = NetMonthSales
               * CoveredSales(CoveredIdx) / TotalAgentSales
       COMPUTE MonthCommission-AHF ROUNDED = AgentCommissionWS
               * CoveredSales(CoveredIdx) / TotalAgentSales
    END-IF
    ADD MonthSales-AHF      TO PostedSalesWS
    ADD MonthCommission-AHF TO PostedCommWS
    WRITE AgentHistoryRec.
