* file, their monthly sales and commission for the twelve periods
* ending at the requested period, with twelve-month totals - the
* review pack the director used to re-add from twelve printouts.
* An agent's month may be posted as several rows, one per state they
* covered (Listing18-2); they are added together here, and
* Listing18-15 shows the same figures by state.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02 AgentNum-AHF       PIC 999.
    02 MonthSales-AHF     PIC 9(7)V99.
    02 MonthCommission-AHF PIC 9(6)V99.
    02 StateNum-AHF       PIC 99.

WORKING-STORAGE SECTION.
01  AgentHistoryStatus PIC XX.
