IDENTIFICATION DIVISION.
PROGRAM-ID.  Listing18-14.
AUTHOR.  Michael Coughlan.
* Solace sales territory assignment capture.
* An agent's territory is no longer just the one state on the
* AgentMaster file (Listing18-8Agents.dat) - every move is captured
* here as an assignment (agent, state, the date it takes effect) on
* the territory history file, so sales can be attributed to the
* state the agent covered on the day of the sale (Listing18-2) and
* each state's figures stay with the state (Listing18-15).
* A level-2 operator signs on through the shared SignOnOperator
* service (Listing16-10sub); each assignment is stamped with the
* operator and the date keyed and logged through LogOperatorAction.
*   - the agent must be on the AgentMaster and the state code on the
*     shared StatesMaster.dat reference file;
*   - an agent may have only one assignment per effective date, and
*     an assignment to the state already covered on that date is
*     refused as no change;
*   - after the session the AgentMaster's state is brought into line
*     with each agent's assignment in effect today, so the master
*     still shows where the agent works now.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TerritoryFile ASSIGN TO "Listing18-14Territory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TerritoryStatus.

    SELECT AgentMasterFile ASSIGN TO "Listing18-8Agents.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

    SELECT NewAgentMasterFile ASSIGN TO "Listing18-14NewAgents.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

    SELECT StateNameFile ASSIGN TO "StatesMaster.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  TerritoryFile.
01  TerritoryRec.
    88 EndOfTerritoryFile VALUE HIGH-VALUES.
    02 AgentNum-TH        PIC 999.
    02 StateNum-TH        PIC 99.
    02 EffectiveDate-TH   PIC 9(8).
    02 OperatorId-TH      PIC X(4).
    02 EnteredDate-TH     PIC 9(8).

FD  AgentMasterFile.
01  AgentMasterRec.
    88 EndOfAgentMasterFile VALUE HIGH-VALUES.
    02 AgentNum-AMF       PIC 999.
    02 AgentName-AMF      PIC X(20).
    02 HireDate-AMF       PIC 9(8).
    02 StateCode-AMF      PIC XX.

FD  NewAgentMasterFile.
01  NewAgentMasterRec     PIC X(33).

FD  StateNameFile.
01  StateNameRec.
    88 EndOfStateNameFile VALUE HIGH-VALUES.
    02 StateNum-SNF       PIC 99.
    02 StateCode-SNF      PIC XX.
    02 StateName-SNF      PIC X(14).

WORKING-STORAGE SECTION.
01  TerritoryStatus    PIC XX.
    88 NoTerritoryYet  VALUE "35".

01  OperatorId         PIC X(4).
01  SignOnProgramName  PIC X(12) VALUE "Listing18-14".
01  OperatorPermission PIC 9.
    88 UpdatesAllowed  VALUE 2, 3.
01  LogActionName      PIC X(8).

01  StateNameTable.
    02 State OCCURS 50 TIMES.
       03 StateCode    PIC XX.
       03 StateName    PIC X(14).

01  AgentNameTable.
    02 AgentName OCCURS 999 TIMES PIC X(20).

*  Every assignment on file plus those keyed this session; the
*  assignment in effect on a date is the agent's latest one whose
*  effective date is not after it (see FindStateInEffect).
01  TerritoryTable.
    02 TerritoryEntry OCCURS 3000 TIMES.
       03 TT-AgentNum     PIC 999.
       03 TT-StateNum     PIC 99.
       03 TT-EffDate      PIC 9(8).

01  TerritoryCount     PIC 9(4) VALUE ZERO.
01  TerritoryIdx       PIC 9(4).

01  LookupAgent        PIC 999.
01  LookupDate         PIC 9(8).
01  StateInEffect      PIC 99.
01  StateEffDate       PIC 9(8).
01  StateIdx           PIC 99.

01  TodayDate          PIC 9(8).

01  EnteredAgent       PIC X(3).
01  EnteredAgentN REDEFINES EnteredAgent
                       PIC 999.
01  EnteredStateCode   PIC XX.
01  EnteredStateNum    PIC 99.
01  EnteredEffDate     PIC X(8).
01  EnteredEffDateN REDEFINES EnteredEffDate
                       PIC 9(8).
01  Confirm            PIC X.
    88 ConfirmYes      VALUE "Y", "y".
    88 ValidConfirm    VALUE "Y", "y", "N", "n".

01  FILLER             PIC X VALUE "n".
    88 FieldAccepted   VALUE "y".
    88 FieldRejected   VALUE "n".

01  FILLER             PIC X VALUE "n".
    88 CaptureFinished VALUE "y".
    88 CaptureGoingOn  VALUE "n".

01  FILLER             PIC X VALUE "n".
    88 CopyBackDone    VALUE "y".
    88 CopyBackLeft    VALUE "n".

01  AssignmentsAdded   PIC 9(4) VALUE ZERO.
01  AssignmentsRefused PIC 9(4) VALUE ZERO.
01  AgentsMoved        PIC 9(4) VALUE ZERO.
01  PrnCount           PIC ZZZ9.

PROCEDURE DIVISION.
Begin.
    DISPLAY "Solace sales territory assignments"
    CALL "SignOnOperator" USING SignOnProgramName, OperatorId,
                                OperatorPermission
    IF NOT UpdatesAllowed
       DISPLAY "Territory assignment needs permission level 2."
       STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDate
    PERFORM LoadStateNameTable
    PERFORM LoadAgentNames
    PERFORM LoadTerritoryHistory
    OPEN EXTEND TerritoryFile
    IF NoTerritoryYet
       OPEN OUTPUT TerritoryFile
    END-IF
    SET CaptureGoingOn TO TRUE
    PERFORM CaptureOneAssignment UNTIL CaptureFinished
    CLOSE TerritoryFile
    IF AssignmentsAdded > ZERO
       PERFORM RefreshAgentMasterStates
    END-IF
    DISPLAY " "
    MOVE AssignmentsAdded TO PrnCount
    DISPLAY "Assignments added      - " PrnCount
    MOVE AssignmentsRefused TO PrnCount
    DISPLAY "Assignments refused    - " PrnCount
    MOVE AgentsMoved TO PrnCount
    DISPLAY "AgentMaster states set - " PrnCount
    STOP RUN.

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

LoadAgentNames.
    MOVE SPACES TO AgentNameTable
    OPEN INPUT AgentMasterFile
    READ AgentMasterFile
       AT END SET EndOfAgentMasterFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfAgentMasterFile
       MOVE AgentName-AMF TO AgentName(AgentNum-AMF)
       READ AgentMasterFile
          AT END SET EndOfAgentMasterFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE AgentMasterFile.

LoadTerritoryHistory.
    OPEN INPUT TerritoryFile
    IF NoTerritoryYet
       EXIT PARAGRAPH
    END-IF
    READ TerritoryFile
       AT END SET EndOfTerritoryFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfTerritoryFile
       PERFORM AddToTerritoryTable
       READ TerritoryFile
          AT END SET EndOfTerritoryFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE TerritoryFile.

AddToTerritoryTable.
    IF TerritoryCount = 3000
       DISPLAY "More than 3000 territory assignments - the table "
               "must be enlarged before this run."
       STOP RUN
    END-IF
    ADD 1 TO TerritoryCount
    MOVE AgentNum-TH      TO TT-AgentNum(TerritoryCount)
    MOVE StateNum-TH      TO TT-StateNum(TerritoryCount)
    MOVE EffectiveDate-TH TO TT-EffDate(TerritoryCount).

CaptureOneAssignment.
    DISPLAY " "
    PERFORM GetValidAgent
    IF CaptureFinished
       EXIT PARAGRAPH
    END-IF
    PERFORM GetValidState
    PERFORM GetValidEffDate
    MOVE EnteredAgentN   TO LookupAgent
    MOVE EnteredEffDateN TO LookupDate
    PERFORM FindStateInEffect
    IF StateEffDate = EnteredEffDateN
       DISPLAY "Agent " EnteredAgent " already has an assignment "
               "effective " EnteredEffDate " - refused."
       ADD 1 TO AssignmentsRefused
       EXIT PARAGRAPH
    END-IF
    IF StateInEffect = EnteredStateNum
       DISPLAY "Agent " EnteredAgent " already covers "
               StateName(EnteredStateNum) " on " EnteredEffDate
               " - no change."
       ADD 1 TO AssignmentsRefused
       EXIT PARAGRAPH
    END-IF
    DISPLAY AgentName(EnteredAgentN) " to "
            StateName(EnteredStateNum) " from " EnteredEffDate
    MOVE SPACE TO Confirm
    PERFORM UNTIL ValidConfirm
       DISPLAY "Confirm (Y/N) - " WITH NO ADVANCING
       ACCEPT Confirm
    END-PERFORM
    IF NOT ConfirmYes
       ADD 1 TO AssignmentsRefused
       EXIT PARAGRAPH
    END-IF
    MOVE EnteredAgentN   TO AgentNum-TH
    MOVE EnteredStateNum TO StateNum-TH
    MOVE EnteredEffDateN TO EffectiveDate-TH
    MOVE OperatorId      TO OperatorId-TH
    MOVE TodayDate       TO EnteredDate-TH
    WRITE TerritoryRec
    PERFORM AddToTerritoryTable
    ADD 1 TO AssignmentsAdded
    MOVE "TERRSET" TO LogActionName
    CALL "LogOperatorAction" USING OperatorId,
         SignOnProgramName, LogActionName
    DISPLAY "Assignment recorded.".

GetValidAgent.
*   Agent 000 ends the session.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Agent number (000 to finish) - " WITH NO ADVANCING
       ACCEPT EnteredAgent
       EVALUATE TRUE
          WHEN EnteredAgent NOT NUMERIC
             DISPLAY "Agent number must be 3 digits - " EnteredAgent
          WHEN EnteredAgentN = ZERO
             SET CaptureFinished TO TRUE
             SET FieldAccepted TO TRUE
          WHEN AgentName(EnteredAgentN) = SPACES
             DISPLAY "Agent " EnteredAgent " is not on the AgentMaster."
          WHEN OTHER
             SET FieldAccepted TO TRUE
       END-EVALUATE
    END-PERFORM
    IF CaptureGoingOn
       MOVE EnteredAgentN TO LookupAgent
       MOVE TodayDate     TO LookupDate
       PERFORM FindStateInEffect
       IF StateInEffect = ZERO
          DISPLAY AgentName(EnteredAgentN)
                  " - no territory assignment on file"
       ELSE
          DISPLAY AgentName(EnteredAgentN) " - covering "
                  StateName(StateInEffect) " since " StateEffDate
       END-IF
    END-IF.

GetValidState.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "State code - " WITH NO ADVANCING
       ACCEPT EnteredStateCode
       MOVE FUNCTION UPPER-CASE(EnteredStateCode) TO EnteredStateCode
       MOVE ZERO TO EnteredStateNum
       PERFORM VARYING StateIdx FROM 1 BY 1
               UNTIL StateIdx > 50 OR EnteredStateNum NOT = ZERO
          IF StateCode(StateIdx) = EnteredStateCode
             AND EnteredStateCode NOT = SPACES
             MOVE StateIdx TO EnteredStateNum
          END-IF
       END-PERFORM
       IF EnteredStateNum = ZERO
          DISPLAY "State " EnteredStateCode " is not on StatesMaster."
       ELSE
          DISPLAY "State - " StateName(EnteredStateNum)
          SET FieldAccepted TO TRUE
       END-IF
    END-PERFORM.

GetValidEffDate.
    SET FieldRejected TO TRUE
    PERFORM UNTIL FieldAccepted
       DISPLAY "Effective date (YYYYMMDD) - " WITH NO ADVANCING
       ACCEPT EnteredEffDate
       EVALUATE TRUE
          WHEN EnteredEffDate NOT NUMERIC
             DISPLAY "Date must be 8 digits - " EnteredEffDate
          WHEN FUNCTION TEST-DATE-YYYYMMDD(EnteredEffDateN) NOT = ZERO
             DISPLAY "Not a valid date - " EnteredEffDate
          WHEN OTHER
             SET FieldAccepted TO TRUE
       END-EVALUATE
    END-PERFORM.

FindStateInEffect.
*   Latest assignment for LookupAgent effective on or before
*   LookupDate; a StateInEffect of zero means none.
    MOVE ZERO TO StateInEffect, StateEffDate
    PERFORM VARYING TerritoryIdx FROM 1 BY 1
            UNTIL TerritoryIdx > TerritoryCount
       IF TT-AgentNum(TerritoryIdx) = LookupAgent
          AND TT-EffDate(TerritoryIdx) NOT > LookupDate
          AND TT-EffDate(TerritoryIdx) NOT < StateEffDate
          MOVE TT-StateNum(TerritoryIdx) TO StateInEffect
          MOVE TT-EffDate(TerritoryIdx)  TO StateEffDate
       END-IF
    END-PERFORM.

RefreshAgentMasterStates.
*   Each agent with an assignment in effect today gets that state's
*   code on the AgentMaster; the master is rebuilt through a new
*   file and copied back.
    OPEN INPUT AgentMasterFile
    OPEN OUTPUT NewAgentMasterFile
    READ AgentMasterFile
       AT END SET EndOfAgentMasterFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfAgentMasterFile
       MOVE AgentNum-AMF TO LookupAgent
       MOVE TodayDate    TO LookupDate
       PERFORM FindStateInEffect
       IF StateInEffect NOT = ZERO
          AND StateCode(StateInEffect) NOT = StateCode-AMF
          MOVE StateCode(StateInEffect) TO StateCode-AMF
          ADD 1 TO AgentsMoved
       END-IF
       WRITE NewAgentMasterRec FROM AgentMasterRec
       READ AgentMasterFile
          AT END SET EndOfAgentMasterFile TO TRUE
       END-READ
    END-PERFORM
    CLOSE AgentMasterFile, NewAgentMasterFile
    OPEN INPUT NewAgentMasterFile
    OPEN OUTPUT AgentMasterFile
    SET CopyBackLeft TO TRUE
    PERFORM UNTIL CopyBackDone
       READ NewAgentMasterFile
          AT END SET CopyBackDone TO TRUE
          NOT AT END WRITE AgentMasterRec FROM NewAgentMasterRec
       END-READ
    END-PERFORM
    CLOSE NewAgentMasterFile, AgentMasterFile.
