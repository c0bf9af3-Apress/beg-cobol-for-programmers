IDENTIFICATION DIVISION.
PROGRAM-ID. Listing8-17.
AUTHOR. Michael Coughlan.
* Rolling Greens competition record for the AGM.
* Reads the competition history file written by the competition
* results run (Listing8-16) for the year keyed and prints:
*   - the club's trophy winners - each competition in date order
*     with its winner (more than one when the first place was shared
*     after countback);
*   - each member's competition record, in name order: competitions
*     entered, cards returned, no returns, wins, prizes and best net
*     score.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MemberFile  ASSIGN TO "Listing8-3-Members.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

    SELECT HistoryFile ASSIGN TO "Listing8-16History.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HistoryStatus.

DATA DIVISION.
FILE SECTION.
FD  MemberFile.
01  MemberRec.
    88 EndOfMemberFile   VALUE HIGH-VALUES.
    02 MemberId      PIC X(5).
    02 MemberName    PIC X(20).
    02 MemberType    PIC 9.
    02 Gender        PIC X.
    02 MemberExpiryDate PIC 9(8).
    02 HouseLimit    PIC 9(4)V99.

FD  HistoryFile.
01  HistoryRec.
    88 EndOfHistoryFile  VALUE HIGH-VALUES.
    02 CompDate-CH.
       03 CompYear-CH PIC 9(4).
       03 FILLER      PIC 9(4).
    02 CompName-CH   PIC X(20).
    02 MemberId-CH   PIC X(5).
    02 EntryHandicap-CH PIC XX.
    02 GrossScore-CH PIC 9(3).
    02 NetScore-CH   PIC 9(3).
    02 Position-CH   PIC 9(3).
    02 TiedFlag-CH   PIC X.
    02 ResultType-CH PIC X.
       88 Returned-CH      VALUE "R".
       88 NoHandicap-CH    VALUE "H".
       88 NoReturn-CH      VALUE "N".
    02 Prize-CH      PIC X.
       88 PrizeWinner-CH   VALUE "P".

WORKING-STORAGE SECTION.
01 HistoryStatus          PIC XX.
   88 NoHistoryFile       VALUE "35".

*  Members with their competition record for the year; sorted on
*  name at print time.
01 MemberTable.
   02 MemberEntry OCCURS 500 TIMES.
      03 MT-SortName      PIC X(20).
      03 MT-MemberId      PIC X(5).
      03 MT-Entered       PIC 9(3).
      03 MT-Returned      PIC 9(3).
      03 MT-NoReturns     PIC 9(3).
      03 MT-Wins          PIC 9(3).
      03 MT-Prizes        PIC 9(3).
      03 MT-BestNet       PIC 9(3).

01 MemberCount            PIC 999 VALUE ZERO.
01 MemberIdx              PIC 999.
01 FoundIdx               PIC 999.

01 SubscriptA             PIC 999.
01 SubscriptB             PIC 999.
01 SwapMemberEntry        PIC X(43).

01 ReportYear             PIC X(4).
01 ReportYearN REDEFINES ReportYear
                          PIC 9(4).

01 CompetitionsHeld       PIC 9(3) VALUE ZERO.
01 LastCompKey            PIC X(28) VALUE SPACES.
01 ThisCompKey            PIC X(28).
01 MembersPlaying         PIC 9(3) VALUE ZERO.
01 PrnCount               PIC ZZ9.
01 PrnNet                 PIC ZZ9.

01 TrophyLine.
   02 PrnCompDate          PIC 9(8).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnCompName          PIC X(20).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnWinnerId          PIC X(5).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnWinnerName        PIC X(20).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnWinningNet        PIC ZZ9.
   02 PrnTiedFlag          PIC X.

01 RecordLine.
   02 PrnMemberName        PIC X(20).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnMemberId          PIC X(5).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnEntered           PIC ZZ9.
   02 FILLER               PIC X(3) VALUE SPACES.
   02 PrnReturned          PIC ZZ9.
   02 FILLER               PIC X(3) VALUE SPACES.
   02 PrnNoReturns         PIC ZZ9.
   02 FILLER               PIC X(3) VALUE SPACES.
   02 PrnWins              PIC ZZ9.
   02 FILLER               PIC X(3) VALUE SPACES.
   02 PrnPrizes            PIC ZZ9.
   02 FILLER               PIC X(3) VALUE SPACES.
   02 PrnBestNet           PIC X(3).

PROCEDURE DIVISION.
Begin.
   MOVE SPACES TO ReportYear
   PERFORM UNTIL ReportYear NUMERIC
      DISPLAY "AGM year (YYYY) - " WITH NO ADVANCING
      ACCEPT ReportYear
   END-PERFORM
   PERFORM LoadMemberTable
   OPEN INPUT HistoryFile
   IF NoHistoryFile
      DISPLAY "No competition history file - nothing to report."
      STOP RUN
   END-IF
   DISPLAY " "
   DISPLAY "***** ROLLING GREENS TROPHY WINNERS " ReportYear
           " *****"
   DISPLAY "Date      Competition           MemId  Winner"
           "                Net"
   READ HistoryFile
      AT END SET EndOfHistoryFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfHistoryFile
      IF CompYear-CH = ReportYearN
         PERFORM RecordOneResult
      END-IF
      READ HistoryFile
         AT END SET EndOfHistoryFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE HistoryFile
   PERFORM SortMembersByName
   PERFORM PrintMemberRecords
   DISPLAY " "
   MOVE CompetitionsHeld TO PrnCount
   DISPLAY "Competitions held  - " PrnCount
   MOVE MembersPlaying TO PrnCount
   DISPLAY "Members who played - " PrnCount
   STOP RUN.

LoadMemberTable.
   OPEN INPUT MemberFile
   READ MemberFile
      AT END SET EndOfMemberFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfMemberFile
      IF MemberCount < 500
         ADD 1 TO MemberCount
         MOVE MemberName TO MT-SortName(MemberCount)
         MOVE MemberId   TO MT-MemberId(MemberCount)
         MOVE ZERO TO MT-Entered(MemberCount), MT-Returned(MemberCount),
                      MT-NoReturns(MemberCount), MT-Wins(MemberCount),
                      MT-Prizes(MemberCount)
         MOVE 999 TO MT-BestNet(MemberCount)
      END-IF
      READ MemberFile
         AT END SET EndOfMemberFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE MemberFile.

RecordOneResult.
*  The results run writes a competition's entrants together, so a
*  change of date and name is the next competition.
   MOVE CompDate-CH TO ThisCompKey(1:8)
   MOVE CompName-CH TO ThisCompKey(9:20)
   IF ThisCompKey NOT = LastCompKey
      ADD 1 TO CompetitionsHeld
      MOVE ThisCompKey TO LastCompKey
   END-IF
   MOVE ZERO TO FoundIdx
   PERFORM VARYING MemberIdx FROM 1 BY 1
           UNTIL MemberIdx > MemberCount OR FoundIdx NOT = ZERO
      IF MT-MemberId(MemberIdx) = MemberId-CH
         MOVE MemberIdx TO FoundIdx
      END-IF
   END-PERFORM
   IF Returned-CH AND Position-CH = 1
      PERFORM PrintTrophyWinner
   END-IF
   IF FoundIdx = ZERO
      EXIT PARAGRAPH
   END-IF
   ADD 1 TO MT-Entered(FoundIdx)
   IF NoReturn-CH
      ADD 1 TO MT-NoReturns(FoundIdx)
   ELSE
      ADD 1 TO MT-Returned(FoundIdx)
   END-IF
   IF Returned-CH
      IF Position-CH = 1
         ADD 1 TO MT-Wins(FoundIdx)
      END-IF
      IF NetScore-CH < MT-BestNet(FoundIdx)
         MOVE NetScore-CH TO MT-BestNet(FoundIdx)
      END-IF
   END-IF
   IF PrizeWinner-CH
      ADD 1 TO MT-Prizes(FoundIdx)
   END-IF.

PrintTrophyWinner.
   MOVE CompDate-CH TO PrnCompDate
   MOVE CompName-CH TO PrnCompName
   MOVE MemberId-CH TO PrnWinnerId
   IF FoundIdx = ZERO
      MOVE "** NOT A MEMBER **" TO PrnWinnerName
   ELSE
      MOVE MT-SortName(FoundIdx) TO PrnWinnerName
   END-IF
   MOVE NetScore-CH TO PrnWinningNet
   MOVE TiedFlag-CH TO PrnTiedFlag
   DISPLAY TrophyLine.

SortMembersByName.
* Bubble sort on the member name, as the handicap list does.
   PERFORM VARYING SubscriptA FROM 1 BY 1
           UNTIL SubscriptA >= MemberCount
      PERFORM VARYING SubscriptB FROM 1 BY 1
              UNTIL SubscriptB > MemberCount - SubscriptA
         IF MT-SortName(SubscriptB) > MT-SortName(SubscriptB + 1)
            MOVE MemberEntry(SubscriptB)     TO SwapMemberEntry
            MOVE MemberEntry(SubscriptB + 1)
                 TO MemberEntry(SubscriptB)
            MOVE SwapMemberEntry TO MemberEntry(SubscriptB + 1)
         END-IF
      END-PERFORM
   END-PERFORM.

PrintMemberRecords.
   DISPLAY " "
   DISPLAY "***** MEMBERS' COMPETITION RECORD " ReportYear " *****"
   DISPLAY "Name                  MemId  Ent   Ret   N/R   Won"
           "   Prz   Best"
   PERFORM VARYING MemberIdx FROM 1 BY 1
           UNTIL MemberIdx > MemberCount
      IF MT-Entered(MemberIdx) > ZERO
         ADD 1 TO MembersPlaying
         MOVE MT-SortName(MemberIdx)  TO PrnMemberName
         MOVE MT-MemberId(MemberIdx)  TO PrnMemberId
         MOVE MT-Entered(MemberIdx)   TO PrnEntered
         MOVE MT-Returned(MemberIdx)  TO PrnReturned
         MOVE MT-NoReturns(MemberIdx) TO PrnNoReturns
         MOVE MT-Wins(MemberIdx)      TO PrnWins
         MOVE MT-Prizes(MemberIdx)    TO PrnPrizes
         IF MT-BestNet(MemberIdx) = 999
            MOVE " - " TO PrnBestNet
         ELSE
            MOVE MT-BestNet(MemberIdx) TO PrnNet
            MOVE PrnNet TO PrnBestNet
         END-IF
         DISPLAY RecordLine
      END-IF
   END-PERFORM.
