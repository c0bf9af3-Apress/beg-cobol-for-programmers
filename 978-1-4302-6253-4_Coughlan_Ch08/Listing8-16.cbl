IDENTIFICATION DIVISION.
PROGRAM-ID. Listing8-16.
AUTHOR. Michael Coughlan.
* Rolling Greens competition results run.
* After a competition the secretary used to work the results out by
* hand from the cards.  For the competition date keyed, this run
* takes each entrant on the entrants file (Listing8-13), finds their
* gross score for that date on the rounds file (Listing8-7), nets it
* off the playing handicap fixed on their entrants record when the
* start sheet was printed, and prints:
*   - the leaderboard in net score order; ties are settled on
*     countback from the card detail keyed at check-in - the back
*     nine less half the handicap, then the last six less a third,
*     the last three less a sixth and the last hole less an
*     eighteenth - and entrants still level share the place;
*   - the entrants who returned a card but hold no handicap, and
*     the entrants with no returned score (no returns);
*   - the prize list for the number of prizes keyed.
* Every entrant's result is appended to the competition history
* file, from which Listing8-17 prints each member's competition
* record and the club's trophy winners for the AGM.  A competition
* already on the history file is reported but not saved again.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EntrantsFile ASSIGN TO "Listing8-13Entrants.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EntrantsStatus.

    SELECT MemberFile  ASSIGN TO "Listing8-3-Members.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

    SELECT HandicapFile ASSIGN TO "Listing8-12Handicap.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HandicapStatus.

    SELECT RoundsFile ASSIGN TO "Listing8-7Rounds.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RoundsStatus.

    SELECT HistoryFile ASSIGN TO "Listing8-16History.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HistoryStatus.

DATA DIVISION.
FILE SECTION.
FD  EntrantsFile.
01  EntrantRec.
    88 EndOfEntrantsFile VALUE HIGH-VALUES.
    02 MemberId-EN   PIC X(5).
    02 EntryHandicap-EN PIC XX.
       88 EntryNoCard-EN VALUE "NC".

FD  MemberFile.
01  MemberRec.
    88 EndOfMemberFile   VALUE HIGH-VALUES.
    02 MemberId      PIC X(5).
    02 MemberName    PIC X(20).
    02 MemberType    PIC 9.
    02 Gender        PIC X.
    02 MemberExpiryDate PIC 9(8).
    02 HouseLimit    PIC 9(4)V99.

FD  HandicapFile.
01  HandicapRec.
    88 EndOfHandicapFile VALUE HIGH-VALUES.
    02 MemberId-HF   PIC X(5).
    02 Handicap-HF   PIC 99.
    02 ScoresUsed-HF PIC 9.

FD  RoundsFile.
01  RoundRec.
    88 EndOfRoundsFile   VALUE HIGH-VALUES.
    02 MemberId-RF   PIC X(5).
    02 RoundDate-RF  PIC 9(8).
    02 RoundType-RF  PIC X.
    02 GreenFee-RF   PIC 9(3)V99.
    02 SponsorId-RF  PIC X(5).
    02 GrossScore-RF PIC 9(3).
    02 BackNine-RF   PIC 99.
    02 BackSix-RF    PIC 99.
    02 BackThree-RF  PIC 99.
    02 LastHole-RF   PIC 99.

FD  HistoryFile.
01  HistoryRec.
    88 EndOfHistoryFile  VALUE HIGH-VALUES.
    02 CompDate-CH   PIC 9(8).
    02 CompName-CH   PIC X(20).
    02 MemberId-CH   PIC X(5).
    02 EntryHandicap-CH PIC XX.
    02 GrossScore-CH PIC 9(3).
    02 NetScore-CH   PIC 9(3).
*   Zero for a no return or an entrant with no handicap.
    02 Position-CH   PIC 9(3).
    02 TiedFlag-CH   PIC X.
*   R returned, H returned with no handicap, N no return.
    02 ResultType-CH PIC X.
       88 Returned-CH      VALUE "R".
       88 NoHandicap-CH    VALUE "H".
       88 NoReturn-CH      VALUE "N".
    02 Prize-CH      PIC X.
       88 PrizeWinner-CH   VALUE "P".

WORKING-STORAGE SECTION.
01 EntrantsStatus         PIC XX.
   88 NoEntrantsFile      VALUE "35".

01 HandicapStatus         PIC XX.
   88 NoHandicapFile      VALUE "35".

01 RoundsStatus           PIC XX.
   88 NoRoundsFile        VALUE "35".

01 HistoryStatus          PIC XX.
   88 NoHistoryFileYet    VALUE "35".

01 MemberTable.
   02 MemberEntry OCCURS 500 TIMES.
      03 MT-MemberId      PIC X(5).
      03 MT-MemberName    PIC X(20).

01 MemberCount            PIC 999 VALUE ZERO.
01 MemberIdx              PIC 999.

01 HandicapTable.
   02 HandicapEntry OCCURS 500 TIMES.
      03 HT-MemberId      PIC X(5).
      03 HT-Handicap      PIC 99.

01 HandicapCount          PIC 999 VALUE ZERO.
01 HandicapIdx            PIC 999.

*  One entry per entrant.  RT-Group orders the leaderboard: 1 a
*  returned card with a handicap, 2 a returned card with no
*  handicap, 3 no return.  The countback figures are held as 999
*  when the card detail was not keyed, so that entrant loses any
*  countback.
01 ResultTable.
   02 ResultEntry OCCURS 200 TIMES.
      03 RT-Group         PIC 9.
      03 RT-NetScore      PIC 9(3).
      03 RT-Countback     PIC S9(3)V99 OCCURS 4 TIMES.
      03 RT-MemberId      PIC X(5).
      03 RT-MemberName    PIC X(20).
      03 RT-EntryHandicap PIC XX.
      03 RT-Handicap      PIC 99.
      03 RT-GrossScore    PIC 9(3).
      03 RT-Position      PIC 9(3).
      03 RT-TiedFlag      PIC X.
      03 RT-Prize         PIC X.

01 EntrantCount           PIC 999 VALUE ZERO.
01 ResultIdx              PIC 999.
01 SwapResultEntry        PIC X(61).
01 SubscriptA             PIC 999.
01 SubscriptB             PIC 999.
01 CountbackIdx           PIC 9.

01 FILLER                 PIC X.
   88 OrderIsRight        VALUE "y".
   88 OrderIsWrong        VALUE "n".

01 CompDate               PIC X(8).
01 CompDateN REDEFINES CompDate
                          PIC 9(8).
01 CompName               PIC X(20).
01 PrizesKeyed            PIC XX.
01 PrizesKeyedN REDEFINES PrizesKeyed
                          PIC 99.

01 FILLER                 PIC X VALUE "n".
   88 CompAlreadySaved    VALUE "y".

01 CardsReturned          PIC 9(3) VALUE ZERO.
01 NoReturns              PIC 9(3) VALUE ZERO.
01 NoHandicaps            PIC 9(3) VALUE ZERO.
01 HandicapsFromFile      PIC 9(3) VALUE ZERO.
01 PrnCount               PIC ZZ9.

01 LeaderboardLine.
   02 PrnPosition          PIC ZZ9.
   02 PrnTiedFlag          PIC X.
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnMemberId          PIC X(5).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnMemberName        PIC X(20).
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnGross             PIC ZZ9.
   02 FILLER               PIC X(3) VALUE SPACES.
   02 PrnHandicap          PIC XX.
   02 FILLER               PIC X(3) VALUE SPACES.
   02 PrnNet               PIC ZZ9.
   02 FILLER               PIC X(2) VALUE SPACES.
   02 PrnNote              PIC X(12).

PROCEDURE DIVISION.
Begin.
   PERFORM GetCompetitionDetails
   PERFORM LoadMemberTable
   PERFORM LoadHandicapTable
   PERFORM LoadEntrants
   PERFORM FindScores
   PERFORM VARYING ResultIdx FROM 1 BY 1
           UNTIL ResultIdx > EntrantCount
      PERFORM ScoreOneEntrant
   END-PERFORM
   PERFORM SortResults
   PERFORM AssignPositions
   PERFORM PrintLeaderboard
   PERFORM PrintPrizeList
   PERFORM CheckHistoryFile
   IF CompAlreadySaved
      DISPLAY " "
      DISPLAY "This competition is already on the history file -"
              " results not saved again."
   ELSE
      PERFORM SaveResults
   END-IF
   DISPLAY " "
   MOVE EntrantCount TO PrnCount
   DISPLAY "Entrants           - " PrnCount
   MOVE CardsReturned TO PrnCount
   DISPLAY "Cards returned     - " PrnCount
   MOVE NoReturns TO PrnCount
   DISPLAY "No returns         - " PrnCount
   IF HandicapsFromFile NOT = ZERO
      MOVE HandicapsFromFile TO PrnCount
      DISPLAY "Handicaps taken from the handicap file (start sheet"
              " not printed) - " PrnCount
   END-IF
   STOP RUN.

GetCompetitionDetails.
   MOVE SPACES TO CompDate
   PERFORM UNTIL CompDate NUMERIC
      DISPLAY "Competition date (YYYYMMDD) - " WITH NO ADVANCING
      ACCEPT CompDate
      IF CompDate NUMERIC
         IF FUNCTION TEST-DATE-YYYYMMDD(CompDateN) NOT = ZERO
            DISPLAY "Not a valid date - " CompDate
            MOVE SPACES TO CompDate
         END-IF
      END-IF
   END-PERFORM
   MOVE SPACES TO CompName
   PERFORM UNTIL CompName NOT = SPACES
      DISPLAY "Competition name - " WITH NO ADVANCING
      ACCEPT CompName
   END-PERFORM
   MOVE SPACES TO PrizesKeyed
   PERFORM UNTIL PrizesKeyed NUMERIC
      DISPLAY "Number of prizes (2 digits) - " WITH NO ADVANCING
      ACCEPT PrizesKeyed
   END-PERFORM.

LoadMemberTable.
   OPEN INPUT MemberFile
   READ MemberFile
      AT END SET EndOfMemberFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfMemberFile
      IF MemberCount < 500
         ADD 1 TO MemberCount
         MOVE MemberId   TO MT-MemberId(MemberCount)
         MOVE MemberName TO MT-MemberName(MemberCount)
      END-IF
      READ MemberFile
         AT END SET EndOfMemberFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE MemberFile.

LoadHandicapTable.
*  Only used for an entrant the start sheet has not yet fixed a
*  handicap for.
   OPEN INPUT HandicapFile
   IF NoHandicapFile
      SET EndOfHandicapFile TO TRUE
   ELSE
      READ HandicapFile
         AT END SET EndOfHandicapFile TO TRUE
      END-READ
   END-IF
   PERFORM UNTIL EndOfHandicapFile
      IF HandicapCount < 500
         ADD 1 TO HandicapCount
         MOVE MemberId-HF TO HT-MemberId(HandicapCount)
         MOVE Handicap-HF TO HT-Handicap(HandicapCount)
      END-IF
      READ HandicapFile
         AT END SET EndOfHandicapFile TO TRUE
      END-READ
   END-PERFORM
   IF NOT NoHandicapFile
      CLOSE HandicapFile
   END-IF.

LoadEntrants.
   OPEN INPUT EntrantsFile
   IF NoEntrantsFile
      DISPLAY "No entrants file - no competition to report."
      STOP RUN
   END-IF
   READ EntrantsFile
      AT END SET EndOfEntrantsFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfEntrantsFile
      IF EntrantCount = 200
         DISPLAY "More than 200 entrants - the table must be"
                 " enlarged before this run."
         STOP RUN
      END-IF
      ADD 1 TO EntrantCount
      PERFORM LoadOneEntrant
      READ EntrantsFile
         AT END SET EndOfEntrantsFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE EntrantsFile.

LoadOneEntrant.
   MOVE MemberId-EN TO RT-MemberId(EntrantCount)
   MOVE "** NOT A MEMBER **" TO RT-MemberName(EntrantCount)
   PERFORM VARYING MemberIdx FROM 1 BY 1
           UNTIL MemberIdx > MemberCount
      IF MT-MemberId(MemberIdx) = MemberId-EN
         MOVE MT-MemberName(MemberIdx) TO RT-MemberName(EntrantCount)
         EXIT PERFORM
      END-IF
   END-PERFORM
   IF EntryHandicap-EN = SPACES
      SET EntryNoCard-EN TO TRUE
      PERFORM VARYING HandicapIdx FROM 1 BY 1
              UNTIL HandicapIdx > HandicapCount
         IF HT-MemberId(HandicapIdx) = MemberId-EN
            MOVE HT-Handicap(HandicapIdx) TO EntryHandicap-EN
            EXIT PERFORM
         END-IF
      END-PERFORM
      ADD 1 TO HandicapsFromFile
   END-IF
   MOVE EntryHandicap-EN TO RT-EntryHandicap(EntrantCount)
   IF EntryNoCard-EN
      MOVE ZERO TO RT-Handicap(EntrantCount)
   ELSE
      MOVE EntryHandicap-EN TO RT-Handicap(EntrantCount)
   END-IF
   MOVE 3     TO RT-Group(EntrantCount)
   MOVE ZERO  TO RT-GrossScore(EntrantCount),
                 RT-NetScore(EntrantCount),
                 RT-Position(EntrantCount)
   MOVE SPACE TO RT-TiedFlag(EntrantCount), RT-Prize(EntrantCount)
   PERFORM VARYING CountbackIdx FROM 1 BY 1 UNTIL CountbackIdx > 4
      MOVE 999 TO RT-Countback(EntrantCount, CountbackIdx)
   END-PERFORM.

FindScores.
*  The first member round returned on the day counts.
   OPEN INPUT RoundsFile
   IF NoRoundsFile
      DISPLAY "No rounds file - every entrant is a no return."
      EXIT PARAGRAPH
   END-IF
   READ RoundsFile
      AT END SET EndOfRoundsFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfRoundsFile
      IF RoundDate-RF = CompDateN AND RoundType-RF = "M"
         AND GrossScore-RF > ZERO
         PERFORM TakeEntrantScore
      END-IF
      READ RoundsFile
         AT END SET EndOfRoundsFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE RoundsFile.

TakeEntrantScore.
   PERFORM VARYING ResultIdx FROM 1 BY 1
           UNTIL ResultIdx > EntrantCount
      IF RT-MemberId(ResultIdx) = MemberId-RF
         AND RT-GrossScore(ResultIdx) = ZERO
         MOVE GrossScore-RF TO RT-GrossScore(ResultIdx)
         IF BackNine-RF > ZERO
            MOVE BackNine-RF  TO RT-Countback(ResultIdx, 1)
            MOVE BackSix-RF   TO RT-Countback(ResultIdx, 2)
            MOVE BackThree-RF TO RT-Countback(ResultIdx, 3)
            MOVE LastHole-RF  TO RT-Countback(ResultIdx, 4)
         END-IF
         EXIT PERFORM
      END-IF
   END-PERFORM.

ScoreOneEntrant.
   EVALUATE TRUE
       WHEN RT-GrossScore(ResultIdx) = ZERO
          MOVE 3 TO RT-Group(ResultIdx)
          ADD 1 TO NoReturns
       WHEN RT-EntryHandicap(ResultIdx) = "NC"
          MOVE 2 TO RT-Group(ResultIdx)
          MOVE RT-GrossScore(ResultIdx) TO RT-NetScore(ResultIdx)
          ADD 1 TO CardsReturned, NoHandicaps
       WHEN OTHER
          MOVE 1 TO RT-Group(ResultIdx)
          COMPUTE RT-NetScore(ResultIdx) =
                  RT-GrossScore(ResultIdx) - RT-Handicap(ResultIdx)
          ADD 1 TO CardsReturned
          IF RT-Countback(ResultIdx, 1) NOT = 999
             COMPUTE RT-Countback(ResultIdx, 1) ROUNDED =
                     RT-Countback(ResultIdx, 1)
                   - RT-Handicap(ResultIdx) / 2
             COMPUTE RT-Countback(ResultIdx, 2) ROUNDED =
                     RT-Countback(ResultIdx, 2)
                   - RT-Handicap(ResultIdx) / 3
             COMPUTE RT-Countback(ResultIdx, 3) ROUNDED =
                     RT-Countback(ResultIdx, 3)
                   - RT-Handicap(ResultIdx) / 6
             COMPUTE RT-Countback(ResultIdx, 4) ROUNDED =
                     RT-Countback(ResultIdx, 4)
                   - RT-Handicap(ResultIdx) / 18
          END-IF
   END-EVALUATE.

SortResults.
* Bubble sort - group, net score, then the four countbacks.
   PERFORM VARYING SubscriptA FROM 1 BY 1
           UNTIL SubscriptA >= EntrantCount
      PERFORM VARYING SubscriptB FROM 1 BY 1
              UNTIL SubscriptB > EntrantCount - SubscriptA
         PERFORM CompareAdjacentResults
         IF OrderIsWrong
            MOVE ResultEntry(SubscriptB)     TO SwapResultEntry
            MOVE ResultEntry(SubscriptB + 1)
                 TO ResultEntry(SubscriptB)
            MOVE SwapResultEntry TO ResultEntry(SubscriptB + 1)
         END-IF
      END-PERFORM
   END-PERFORM.

CompareAdjacentResults.
*  Entrants still level after the last hole stay in drawn order.
   SET OrderIsRight TO TRUE
   EVALUATE TRUE
       WHEN RT-Group(SubscriptB) > RT-Group(SubscriptB + 1)
          SET OrderIsWrong TO TRUE
       WHEN RT-Group(SubscriptB) < RT-Group(SubscriptB + 1)
          CONTINUE
       WHEN RT-Group(SubscriptB) NOT = 1
          CONTINUE
       WHEN RT-NetScore(SubscriptB) > RT-NetScore(SubscriptB + 1)
          SET OrderIsWrong TO TRUE
       WHEN RT-NetScore(SubscriptB) < RT-NetScore(SubscriptB + 1)
          CONTINUE
       WHEN OTHER
          PERFORM VARYING CountbackIdx FROM 1 BY 1
                  UNTIL CountbackIdx > 4
             IF RT-Countback(SubscriptB, CountbackIdx) >
                RT-Countback(SubscriptB + 1, CountbackIdx)
                SET OrderIsWrong TO TRUE
                EXIT PERFORM
             END-IF
             IF RT-Countback(SubscriptB, CountbackIdx) <
                RT-Countback(SubscriptB + 1, CountbackIdx)
                EXIT PERFORM
             END-IF
          END-PERFORM
   END-EVALUATE.

AssignPositions.
*  Only a returned card with a handicap takes a place; an entrant
*  level with the one above on net score and every countback shares
*  that place.
   PERFORM VARYING ResultIdx FROM 1 BY 1
           UNTIL ResultIdx > EntrantCount OR RT-Group(ResultIdx) > 1
      MOVE ResultIdx TO RT-Position(ResultIdx)
      IF ResultIdx > 1
         MOVE ResultIdx TO SubscriptB
         SUBTRACT 1 FROM SubscriptB
         IF RT-NetScore(ResultIdx) = RT-NetScore(SubscriptB)
            AND RT-Countback(ResultIdx, 1) = RT-Countback(SubscriptB, 1)
            AND RT-Countback(ResultIdx, 2) = RT-Countback(SubscriptB, 2)
            AND RT-Countback(ResultIdx, 3) = RT-Countback(SubscriptB, 3)
            AND RT-Countback(ResultIdx, 4) = RT-Countback(SubscriptB, 4)
            MOVE RT-Position(SubscriptB) TO RT-Position(ResultIdx)
            MOVE "=" TO RT-TiedFlag(ResultIdx), RT-TiedFlag(SubscriptB)
         END-IF
      END-IF
      IF RT-Position(ResultIdx) NOT GREATER THAN PrizesKeyedN
         MOVE "P" TO RT-Prize(ResultIdx)
      END-IF
   END-PERFORM.

PrintLeaderboard.
   DISPLAY " "
   DISPLAY "***** " CompName " - RESULTS " CompDate " *****"
   DISPLAY "Pos   MemId  Name                Gross  Hcp   Net"
   PERFORM VARYING ResultIdx FROM 1 BY 1
           UNTIL ResultIdx > EntrantCount
      IF ResultIdx > 1
         MOVE ResultIdx TO SubscriptB
         SUBTRACT 1 FROM SubscriptB
         IF RT-Group(ResultIdx) NOT = RT-Group(SubscriptB)
            PERFORM PrintGroupHeading
         END-IF
      END-IF
      PERFORM PrintOneResult
   END-PERFORM.

PrintGroupHeading.
   DISPLAY " "
   IF RT-Group(ResultIdx) = 2
      DISPLAY "Cards returned - no handicap, not placed"
   ELSE
      DISPLAY "No returns"
   END-IF.

PrintOneResult.
   MOVE SPACES TO LeaderboardLine
   IF RT-Group(ResultIdx) = 1
      MOVE RT-Position(ResultIdx) TO PrnPosition
      MOVE RT-TiedFlag(ResultIdx) TO PrnTiedFlag
   END-IF
   MOVE RT-MemberId(ResultIdx)   TO PrnMemberId
   MOVE RT-MemberName(ResultIdx) TO PrnMemberName
   MOVE RT-EntryHandicap(ResultIdx) TO PrnHandicap
   IF RT-Group(ResultIdx) = 3
      MOVE "no return" TO PrnNote
   ELSE
      MOVE RT-GrossScore(ResultIdx) TO PrnGross
      MOVE RT-NetScore(ResultIdx)   TO PrnNet
   END-IF
   IF RT-Group(ResultIdx) = 1 AND ResultIdx < EntrantCount
      IF RT-Group(ResultIdx + 1) = 1
         AND RT-NetScore(ResultIdx) = RT-NetScore(ResultIdx + 1)
         AND RT-Position(ResultIdx) NOT = RT-Position(ResultIdx + 1)
         MOVE "countback" TO PrnNote
      END-IF
   END-IF
   DISPLAY LeaderboardLine.

PrintPrizeList.
   DISPLAY " "
   DISPLAY "***** PRIZE LIST *****"
   IF PrizesKeyedN = ZERO
      DISPLAY "No prizes for this competition."
      EXIT PARAGRAPH
   END-IF
   PERFORM VARYING ResultIdx FROM 1 BY 1
           UNTIL ResultIdx > EntrantCount
      IF RT-Prize(ResultIdx) = "P"
         MOVE SPACES TO LeaderboardLine
         MOVE RT-Position(ResultIdx)   TO PrnPosition
         MOVE RT-TiedFlag(ResultIdx)   TO PrnTiedFlag
         MOVE RT-MemberId(ResultIdx)   TO PrnMemberId
         MOVE RT-MemberName(ResultIdx) TO PrnMemberName
         MOVE RT-GrossScore(ResultIdx) TO PrnGross
         MOVE RT-EntryHandicap(ResultIdx) TO PrnHandicap
         MOVE RT-NetScore(ResultIdx)   TO PrnNet
         DISPLAY LeaderboardLine
      END-IF
   END-PERFORM.

CheckHistoryFile.
   OPEN INPUT HistoryFile
   IF NoHistoryFileYet
      EXIT PARAGRAPH
   END-IF
   READ HistoryFile
      AT END SET EndOfHistoryFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfHistoryFile OR CompAlreadySaved
      IF CompDate-CH = CompDateN AND CompName-CH = CompName
         SET CompAlreadySaved TO TRUE
      END-IF
      READ HistoryFile
         AT END SET EndOfHistoryFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE HistoryFile.

SaveResults.
   OPEN EXTEND HistoryFile
   IF NoHistoryFileYet
      OPEN OUTPUT HistoryFile
   END-IF
   PERFORM VARYING ResultIdx FROM 1 BY 1
           UNTIL ResultIdx > EntrantCount
      MOVE CompDateN                 TO CompDate-CH
      MOVE CompName                  TO CompName-CH
      MOVE RT-MemberId(ResultIdx)    TO MemberId-CH
      MOVE RT-EntryHandicap(ResultIdx) TO EntryHandicap-CH
      MOVE RT-GrossScore(ResultIdx)  TO GrossScore-CH
      MOVE RT-NetScore(ResultIdx)    TO NetScore-CH
      MOVE RT-Position(ResultIdx)    TO Position-CH
      MOVE RT-TiedFlag(ResultIdx)    TO TiedFlag-CH
      MOVE RT-Prize(ResultIdx)       TO Prize-CH
      EVALUATE RT-Group(ResultIdx)
          WHEN 1 SET Returned-CH   TO TRUE
          WHEN 2 SET NoHandicap-CH TO TRUE
          WHEN 3 SET NoReturn-CH   TO TRUE
      END-EVALUATE
      WRITE HistoryRec
   END-PERFORM
   CLOSE HistoryFile.
